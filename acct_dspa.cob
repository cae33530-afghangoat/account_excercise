000010*****************************************************************
000020* ACCT-DSPA
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. ACCTDSPA.
000060 AUTHOR. R-HENDRICKS.
000070 INSTALLATION. ACCOUNT-SERVICES-DATA-CENTER.
000080 DATE-WRITTEN. 10/15/2026.
000090 DATE-COMPILED.
000100*
000110*****************************************************************
000120* MODIFICATION HISTORY
000130*****************************************************************
000140*    DATE        INIT   DESCRIPTION
000150*    ----------  -----  -----------------------------------------
000160*    10/15/2026  RH     ORIGINAL PROGRAM - OPEN-DISPUTES AGING
000170*                       REPORT FOR THE DISPUTES DESK. EVERY
000180*                       DISPUTE STILL OPEN ON ACCTDISP.DAT IS
000190*                       LISTED WITH THE CUSTOMER'S NAME AND AGED
000200*                       BY THE DAYS SINCE IT WAS OPENED INTO
000210*                       CURRENT / 30 / 60 / 90-PLUS, WITH COUNTS
000220*                       AND AMOUNTS PER BUCKET FOR THE RUN, SO
000230*                       THE DESK WORKS THE OLDEST DISPUTES FIRST.
000240*
000250* THE DISPUTE FILE IS KEYED ON ACCOUNT, SO THE REPORT COMES OUT
000260* IN ACCOUNT ORDER. RESOLVED DISPUTES ARE PASSED OVER. A DISPUTE
000270* WHOSE ACCOUNT IS NO LONGER ON THE MASTER IS STILL LISTED, WITH
000280* THE NAME SHOWN AS NOT ON FILE. THE REPORT GOES TO
000290* ACCTDAGE.DAT.
000300*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340*
000350     SELECT DISP-FILE ASSIGN TO "ACCTDISP.DAT"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000380         RECORD KEY IS DSP-KEY
000390         FILE STATUS IS DA-DISP-FILE-STATUS.
000400     SELECT ACCT-REC ASSIGN TO "ACCTREC.DAT"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS ACCT-NO
000440         FILE STATUS IS DA-ACCT-FILE-STATUS.
000450     SELECT AGE-REPORT ASSIGN TO "ACCTDAGE.DAT"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470*
000480 DATA DIVISION.
000490 FILE SECTION.
000500*
000510*  KEYED DISPUTE FILE MAINTAINED BY ACCTDSPM. THE LAYOUT
000520*  MIRRORS DISP-FIELDS THERE.
000530  FD  DISP-FILE
000540      RECORDING MODE F.
000550  01  DISP-FIELDS.
000560      05  DSP-KEY.
000570          10  DSP-ACCT-NO     PIC X(08).
000580          10  DSP-SEQ         PIC 9(04).
000590      05  DSP-AMOUNT          PIC S9(7)V99 COMP-3.
000600      05  DSP-REFERENCE       PIC X(20).
000610      05  DSP-POSTED-DATE     PIC 9(08).
000620      05  DSP-OPEN-DATE       PIC 9(08).
000630      05  DSP-STATUS          PIC X(01).
000640          88  DSP-OPEN                    VALUE 'O'.
000650      05  DSP-RESOLVED-DATE   PIC 9(08).
000660      05  DSP-CREDIT-AMT      PIC S9(7)V99 COMP-3.
000670      05  DSP-REASON          PIC X(20).
000680      05  DSP-LAST-MAINT      PIC 9(08).
000690*
000700*  KEYED ACCT-REC MASTER, READ FOR THE CUSTOMER'S NAME.
000710  FD  ACCT-REC
000720      RECORDING MODE F.
000730  01  ACCT-FIELDS.
000740      05  ACCT-NO             PIC X(8).
000750      05  ACCT-LIMIT          PIC S9(7)V99 COMP-3.
000760      05  ACCT-BALANCE        PIC S9(7)V99 COMP-3.
000770      05  LAST-NAME           PIC X(15).
000780      05  FIRST-NAME          PIC X(15).
000790      05  RESERVED            PIC X(7).
000800      05  COUNTRY             PIC X(20).
000810      05  COMMENTS            PIC X(30).
000820      05  ACCT-STATUS         PIC X(01).
000830*
000840*****************************************************************
000850* AGE-REPORT - THE OPEN-DISPUTES AGING REPORT. SEVERAL 01-LEVEL
000860* RECORDS SHARE THE SAME FD, THE SAME WAY THE ACCTAGE REPORT IS
000870* BUILT.
000880*****************************************************************
000890  FD  AGE-REPORT
000900      RECORDING MODE F.
000910  01  AGE-HEADING-LINE.
000920      05  FILLER              PIC X(26) VALUE
000930          "OPEN DISPUTES AS OF       ".
000940      05  AGEH-DATE-O         PIC 9(8).
000950      05  FILLER              PIC X(7)  VALUE "   PAGE".
000960      05  FILLER              PIC X(1)  VALUE SPACE.
000970      05  AGEH-PAGE-O         PIC ZZZ9.
000980      05  FILLER              PIC X(74).
000990  01  AGE-COLUMN-LINE         PIC X(120).
001000  01  AGE-DETAIL-LINE.
001010      05  AGED-ACCT-NO-O      PIC X(8).
001020      05  FILLER              PIC X(1).
001030      05  AGED-SEQ-O          PIC 9(4).
001040      05  FILLER              PIC X(2).
001050      05  AGED-NAME-O         PIC X(31).
001060      05  FILLER              PIC X(1).
001070      05  AGED-OPEN-DATE-O    PIC 9(8).
001080      05  FILLER              PIC X(2).
001090      05  AGED-DAYS-O         PIC ZZZZ9.
001100      05  FILLER              PIC X(2).
001110      05  AGED-REFERENCE-O    PIC X(20).
001120      05  FILLER              PIC X(1).
001130      05  AGED-AMOUNT-O       PIC Z,ZZZ,ZZ9.99.
001140      05  FILLER              PIC X(2).
001150      05  AGED-BUCKET-O       PIC X(8).
001160      05  FILLER              PIC X(13).
001170  01  AGE-TOTAL-LINE.
001180      05  AGET-LABEL-O        PIC X(20).
001190      05  AGET-BUCKET-O OCCURS 4 TIMES.
001200          10  AGET-COUNT-O    PIC ZZZ,ZZ9.
001210          10  FILLER          PIC X(1).
001220          10  AGET-AMOUNT-O   PIC Z,ZZZ,ZZ9.99-.
001230          10  FILLER          PIC X(3).
001240  01  AGE-MARKER-LINE         PIC X(120).
001250*
001260 WORKING-STORAGE SECTION.
001270*
001280*  END-OF-FILE SWITCH.
001290  77  DA-DISP-EOF-SWITCH      PIC X(01)   VALUE 'N'.
001300      88  END-OF-DISP-FILE                VALUE 'Y'.
001310*
001320*  FILE STATUS FIELDS. NO DISPUTE FILE YET MEANS NOTHING IS OPEN.
001330  77  DA-DISP-FILE-STATUS     PIC X(02)   VALUE SPACES.
001340  77  DA-ACCT-FILE-STATUS     PIC X(02)   VALUE SPACES.
001350  77  DA-DISP-ON-HAND-SWITCH  PIC X(01)   VALUE 'N'.
001360      88  DISP-FILE-ON-HAND               VALUE 'Y'.
001370*
001380*  RUN DATE - HEADING AND THE DAY ARITHMETIC.
001390  77  DA-RUN-DATE             PIC 9(08)   VALUE ZERO.
001400  77  DA-TODAY-DAYS           PIC S9(09) COMP VALUE ZERO.
001410*
001420*  YYYYMMDD-TO-DAY-COUNT WORK FIELDS (2800-DATE-TO-DAYS). THE
001430*  TABLE HOLDS THE DAYS IN THE YEAR BEFORE THE FIRST OF EACH
001440*  MONTH, IN A COMMON YEAR.
001450  01  DA-DATE-IN.
001460      05  DA-DATE-YYYY        PIC 9(04).
001470      05  DA-DATE-MM          PIC 9(02).
001480      05  DA-DATE-DD          PIC 9(02).
001490  01  DA-MONTH-START-VALUES.
001500      05  FILLER              PIC X(36) VALUE
001510          "000031059090120151181212243273304334".
001520  01  DA-MONTH-START-TABLE REDEFINES DA-MONTH-START-VALUES.
001530      05  DA-MONTH-START      PIC 9(03) OCCURS 12 TIMES.
001540  77  DA-DAYS-OUT             PIC S9(09) COMP VALUE ZERO.
001550  77  DA-WORK-YM1             PIC 9(04) COMP VALUE ZERO.
001560  77  DA-WORK-LEAPS           PIC S9(09) COMP VALUE ZERO.
001570  77  DA-WORK-Q4              PIC 9(04) COMP VALUE ZERO.
001580  77  DA-WORK-Q100            PIC 9(04) COMP VALUE ZERO.
001590  77  DA-WORK-Q400            PIC 9(04) COMP VALUE ZERO.
001600  77  DA-WORK-R4              PIC 9(04) COMP VALUE ZERO.
001610  77  DA-WORK-R100            PIC 9(04) COMP VALUE ZERO.
001620  77  DA-WORK-R400            PIC 9(04) COMP VALUE ZERO.
001630*
001640*  AGING WORK FIELDS.
001650  77  DA-DAYS-OLD             PIC S9(09) COMP VALUE ZERO.
001660  77  DA-BUCKET               PIC 9(01)   VALUE ZERO.
001670  77  DA-BUCKET-SUB           PIC 9(01) COMP.
001680  77  DA-OPEN-COUNT           PIC 9(7) COMP VALUE ZERO.
001690  77  DA-RESOLVED-COUNT       PIC 9(7) COMP VALUE ZERO.
001700  77  DA-NO-MASTER-COUNT      PIC 9(7) COMP VALUE ZERO.
001710  77  DA-OPEN-TOTAL           PIC S9(9)V99 COMP-3 VALUE ZERO.
001720*
001730*  RUN BUCKET ACCUMULATORS AND BUCKET NAMES FOR THE DETAIL LINE.
001740  01  DA-RUN-BUCKETS.
001750      05  DA-RUN-BUCKET OCCURS 4 TIMES.
001760          10  DA-RUN-COUNT    PIC 9(5) COMP.
001770          10  DA-RUN-AMT      PIC S9(9)V99 COMP-3.
001780  01  DA-BUCKET-NAME-VALUES.
001790      05  FILLER              PIC X(32) VALUE
001800          "CURRENT 30 DAYS 60 DAYS 90+ DAYS".
001810  01  DA-BUCKET-NAME-TABLE REDEFINES DA-BUCKET-NAME-VALUES.
001820      05  DA-BUCKET-NAME      PIC X(08) OCCURS 4 TIMES.
001830*
001840*  PAGINATION WORK FIELDS. THE PAGE BREAKS AFTER DA-PAGE-LIMIT
001850*  REPORT LINES.
001860  77  DA-LINE-COUNT           PIC 9(3) COMP VALUE ZERO.
001870  77  DA-PAGE-NO              PIC 9(4) COMP VALUE ZERO.
001880  77  DA-PAGE-LIMIT           PIC 9(3) COMP VALUE 55.
001890*
001900 PROCEDURE DIVISION.
001910*
001920*****************************************************************
001930* 0000-MAINLINE - OVERALL CONTROL OF THE RUN.
001940*****************************************************************
001950 0000-MAINLINE.
001960     PERFORM 1000-INITIALIZE
001970         THRU 1000-EXIT.
001980     IF DISP-FILE-ON-HAND
001990         PERFORM 2000-AGE-DISPUTES
002000             THRU 2000-EXIT
002010     END-IF.
002020     PERFORM 4000-FINALIZE
002030         THRU 4000-EXIT.
002040     STOP RUN.
002050*
002060*****************************************************************
002070* 1000-INITIALIZE - PICK UP THE RUN DATE, OPEN THE FILES, CLEAR
002080* THE ACCUMULATORS AND HEAD THE REPORT.
002090*****************************************************************
002100 1000-INITIALIZE.
002110     ACCEPT DA-RUN-DATE FROM DATE YYYYMMDD.
002120     MOVE DA-RUN-DATE TO DA-DATE-IN.
002130     PERFORM 2800-DATE-TO-DAYS
002140         THRU 2800-EXIT.
002150     MOVE DA-DAYS-OUT TO DA-TODAY-DAYS.
002160     PERFORM VARYING DA-BUCKET-SUB FROM 1 BY 1
002170             UNTIL DA-BUCKET-SUB > 4
002180         MOVE ZERO TO DA-RUN-COUNT(DA-BUCKET-SUB)
002190         MOVE ZERO TO DA-RUN-AMT(DA-BUCKET-SUB)
002200     END-PERFORM.
002210     OPEN INPUT DISP-FILE.
002220     IF DA-DISP-FILE-STATUS = "00"
002230         MOVE 'Y' TO DA-DISP-ON-HAND-SWITCH
002240     END-IF.
002250     OPEN INPUT ACCT-REC.
002260     OPEN OUTPUT AGE-REPORT.
002270     PERFORM 3050-WRITE-PAGE-HEADING
002280         THRU 3050-EXIT.
002290 1000-EXIT.
002300     EXIT.
002310*
002320*****************************************************************
002330* 2000-AGE-DISPUTES - READ THE DISPUTE FILE IN KEY ORDER AND
002340* REPORT EVERY DISPUTE STILL OPEN.
002350*****************************************************************
002360 2000-AGE-DISPUTES.
002370     PERFORM 2100-READ-DISPUTE
002380         THRU 2100-EXIT.
002390     PERFORM UNTIL END-OF-DISP-FILE
002400         IF DSP-OPEN
002410             PERFORM 2200-AGE-ONE-DISPUTE
002420                 THRU 2200-EXIT
002430         ELSE
002440             ADD 1 TO DA-RESOLVED-COUNT
002450         END-IF
002460         PERFORM 2100-READ-DISPUTE
002470             THRU 2100-EXIT
002480     END-PERFORM.
002490 2000-EXIT.
002500     EXIT.
002510*
002520*****************************************************************
002530* 2100-READ-DISPUTE - READ ONE RECORD FROM THE DISPUTE FILE.
002540*****************************************************************
002550 2100-READ-DISPUTE.
002560     READ DISP-FILE
002570         AT END
002580             MOVE 'Y' TO DA-DISP-EOF-SWITCH
002590     END-READ.
002600 2100-EXIT.
002610     EXIT.
002620*
002630*****************************************************************
002640* 2200-AGE-ONE-DISPUTE - WORK OUT HOW LONG THE DISPUTE HAS BEEN
002650* OPEN, BUCKET IT, AND PRINT ITS DETAIL LINE. AN UNREADABLE
002660* OPEN DATE AGES INTO 90-PLUS.
002670*****************************************************************
002680 2200-AGE-ONE-DISPUTE.
002690     ADD 1 TO DA-OPEN-COUNT.
002700     ADD DSP-AMOUNT TO DA-OPEN-TOTAL.
002710     MOVE DSP-OPEN-DATE TO DA-DATE-IN.
002720     PERFORM 2800-DATE-TO-DAYS
002730         THRU 2800-EXIT.
002740     IF DA-DAYS-OUT = ZERO
002750         MOVE 99999 TO DA-DAYS-OLD
002760     ELSE
002770         COMPUTE DA-DAYS-OLD = DA-TODAY-DAYS - DA-DAYS-OUT
002780     END-IF.
002790     EVALUATE TRUE
002800         WHEN DA-DAYS-OLD < 30
002810             MOVE 1 TO DA-BUCKET
002820         WHEN DA-DAYS-OLD < 60
002830             MOVE 2 TO DA-BUCKET
002840         WHEN DA-DAYS-OLD < 90
002850             MOVE 3 TO DA-BUCKET
002860         WHEN OTHER
002870             MOVE 4 TO DA-BUCKET
002880     END-EVALUATE.
002890     ADD 1 TO DA-RUN-COUNT(DA-BUCKET).
002900     ADD DSP-AMOUNT TO DA-RUN-AMT(DA-BUCKET).
002910     MOVE SPACES TO AGE-DETAIL-LINE.
002920     MOVE DSP-ACCT-NO TO AGED-ACCT-NO-O.
002930     MOVE DSP-SEQ TO AGED-SEQ-O.
002940     MOVE DSP-ACCT-NO TO ACCT-NO.
002950     READ ACCT-REC
002960         INVALID KEY
002970             MOVE "** NOT ON MASTER FILE **" TO AGED-NAME-O
002980             ADD 1 TO DA-NO-MASTER-COUNT
002990         NOT INVALID KEY
003000             STRING FIRST-NAME DELIMITED BY "  "
003010                 " " DELIMITED BY SIZE
003020                 LAST-NAME DELIMITED BY "  "
003030                 INTO AGED-NAME-O
003040             END-STRING
003050     END-READ.
003060     MOVE DSP-OPEN-DATE TO AGED-OPEN-DATE-O.
003070     MOVE DA-DAYS-OLD TO AGED-DAYS-O.
003080     MOVE DSP-REFERENCE TO AGED-REFERENCE-O.
003090     MOVE DSP-AMOUNT TO AGED-AMOUNT-O.
003100     MOVE DA-BUCKET-NAME(DA-BUCKET) TO AGED-BUCKET-O.
003110     PERFORM 3040-CHECK-PAGE
003120         THRU 3040-EXIT.
003130     WRITE AGE-DETAIL-LINE.
003140     ADD 1 TO DA-LINE-COUNT.
003150 2200-EXIT.
003160     EXIT.
003170*
003180*****************************************************************
003190* 2800-DATE-TO-DAYS - TURN A YYYYMMDD DATE IN DA-DATE-IN INTO A
003200* RUNNING DAY COUNT IN DA-DAYS-OUT SO TWO DATES CAN BE
003210* SUBTRACTED, THE SAME COUNT ACCTNSF KEEPS. LEAP YEARS ARE
003220* COUNTED THROUGH THE PRIOR YEAR, AND FEBRUARY 29 OF THE DATE'S
003230* OWN YEAR IS ADDED AFTER FEBRUARY. A DATE THAT IS NOT A DATE
003240* COMES BACK AS ZERO.
003250*****************************************************************
003260 2800-DATE-TO-DAYS.
003270     MOVE ZERO TO DA-DAYS-OUT.
003280     IF DA-DATE-IN NOT NUMERIC
003290             OR DA-DATE-YYYY = ZERO
003300             OR DA-DATE-MM < 1 OR DA-DATE-MM > 12
003310             OR DA-DATE-DD < 1 OR DA-DATE-DD > 31
003320         GO TO 2800-EXIT
003330     END-IF.
003340     COMPUTE DA-WORK-YM1 = DA-DATE-YYYY - 1.
003350     DIVIDE DA-WORK-YM1 BY 4 GIVING DA-WORK-Q4
003360         REMAINDER DA-WORK-R4.
003370     DIVIDE DA-WORK-YM1 BY 100 GIVING DA-WORK-Q100
003380         REMAINDER DA-WORK-R100.
003390     DIVIDE DA-WORK-YM1 BY 400 GIVING DA-WORK-Q400
003400         REMAINDER DA-WORK-R400.
003410     COMPUTE DA-WORK-LEAPS =
003420         DA-WORK-Q4 - DA-WORK-Q100 + DA-WORK-Q400.
003430     COMPUTE DA-DAYS-OUT =
003440         (DA-WORK-YM1 * 365) + DA-WORK-LEAPS
003450         + DA-MONTH-START(DA-DATE-MM) + DA-DATE-DD.
003460     IF DA-DATE-MM > 2
003470         DIVIDE DA-DATE-YYYY BY 4 GIVING DA-WORK-Q4
003480             REMAINDER DA-WORK-R4
003490         DIVIDE DA-DATE-YYYY BY 100 GIVING DA-WORK-Q100
003500             REMAINDER DA-WORK-R100
003510         DIVIDE DA-DATE-YYYY BY 400 GIVING DA-WORK-Q400
003520             REMAINDER DA-WORK-R400
003530         IF DA-WORK-R4 = ZERO
003540                 AND (DA-WORK-R100 NOT = ZERO
003550                      OR DA-WORK-R400 = ZERO)
003560             ADD 1 TO DA-DAYS-OUT
003570         END-IF
003580     END-IF.
003590 2800-EXIT.
003600     EXIT.
003610*
003620*****************************************************************
003630* 3040-CHECK-PAGE - BREAK TO A NEW PAGE WHEN THE CURRENT ONE IS
003640* FULL.
003650*****************************************************************
003660 3040-CHECK-PAGE.
003670     IF DA-LINE-COUNT >= DA-PAGE-LIMIT
003680         PERFORM 3050-WRITE-PAGE-HEADING
003690             THRU 3050-EXIT
003700     END-IF.
003710 3040-EXIT.
003720     EXIT.
003730*
003740*****************************************************************
003750* 3050-WRITE-PAGE-HEADING - WRITE THE REPORT HEADING BLOCK
003760* (REPORT NAME, RUN DATE, PAGE NUMBER) AND THE COLUMN TITLES AT
003770* THE TOP OF A PAGE.
003780*****************************************************************
003790 3050-WRITE-PAGE-HEADING.
003800     ADD 1 TO DA-PAGE-NO.
003810     MOVE SPACES TO AGE-HEADING-LINE.
003820     MOVE "OPEN DISPUTES AS OF       " TO
003830         AGE-HEADING-LINE(1:26).
003840     MOVE DA-RUN-DATE TO AGEH-DATE-O.
003850     MOVE "   PAGE" TO AGE-HEADING-LINE(35:7).
003860     MOVE DA-PAGE-NO TO AGEH-PAGE-O.
003870     WRITE AGE-HEADING-LINE.
003880     MOVE SPACES TO AGE-COLUMN-LINE.
003890     MOVE "ACCOUNT"    TO AGE-COLUMN-LINE(1:7).
003900     MOVE "NO."        TO AGE-COLUMN-LINE(10:3).
003910     MOVE "NAME"       TO AGE-COLUMN-LINE(16:4).
003920     MOVE "OPENED"     TO AGE-COLUMN-LINE(48:6).
003930     MOVE "DAYS"       TO AGE-COLUMN-LINE(59:4).
003940     MOVE "REFERENCE"  TO AGE-COLUMN-LINE(65:9).
003950     MOVE "AMOUNT"     TO AGE-COLUMN-LINE(92:6).
003960     MOVE "AGE"        TO AGE-COLUMN-LINE(100:3).
003970     WRITE AGE-COLUMN-LINE.
003980     MOVE 2 TO DA-LINE-COUNT.
003990 3050-EXIT.
004000     EXIT.
004010*
004020*****************************************************************
004030* 4000-FINALIZE - WRITE THE BUCKET TOTALS AND THE END-OF-REPORT
004040* MARKER, CLOSE THE FILES AND DISPLAY THE RUN TOTALS.
004050*****************************************************************
004060 4000-FINALIZE.
004070     IF DA-LINE-COUNT + 4 > DA-PAGE-LIMIT
004080         PERFORM 3050-WRITE-PAGE-HEADING
004090             THRU 3050-EXIT
004100     END-IF.
004110     MOVE SPACES TO AGE-COLUMN-LINE.
004120     WRITE AGE-COLUMN-LINE.
004130     MOVE SPACES TO AGE-COLUMN-LINE.
004140     MOVE "        CURRENT" TO AGE-COLUMN-LINE(21:15).
004150     MOVE "        30 DAYS" TO AGE-COLUMN-LINE(46:15).
004160     MOVE "        60 DAYS" TO AGE-COLUMN-LINE(71:15).
004170     MOVE "       90+ DAYS" TO AGE-COLUMN-LINE(96:15).
004180     WRITE AGE-COLUMN-LINE.
004190     MOVE SPACES TO AGE-TOTAL-LINE.
004200     MOVE "OPEN DISPUTES" TO AGET-LABEL-O.
004210     PERFORM VARYING DA-BUCKET-SUB FROM 1 BY 1
004220             UNTIL DA-BUCKET-SUB > 4
004230         MOVE DA-RUN-COUNT(DA-BUCKET-SUB)
004240             TO AGET-COUNT-O(DA-BUCKET-SUB)
004250         MOVE DA-RUN-AMT(DA-BUCKET-SUB)
004260             TO AGET-AMOUNT-O(DA-BUCKET-SUB)
004270     END-PERFORM.
004280     WRITE AGE-TOTAL-LINE.
004290     MOVE SPACES TO AGE-MARKER-LINE.
004300     MOVE "*** END OF REPORT ***" TO AGE-MARKER-LINE.
004310     WRITE AGE-MARKER-LINE.
004320     IF DISP-FILE-ON-HAND
004330         CLOSE DISP-FILE
004340     END-IF.
004350     CLOSE ACCT-REC.
004360     CLOSE AGE-REPORT.
004370     IF NOT DISP-FILE-ON-HAND
004380         DISPLAY "ACCTDSPA - NO DISPUTE FILE, NOTHING IS OPEN."
004390     END-IF.
004400     DISPLAY "ACCTDSPA RUN TOTALS -".
004410     DISPLAY "  OPEN DISPUTES       : " DA-OPEN-COUNT.
004420     DISPLAY "  OPEN DISPUTED AMOUNT: " DA-OPEN-TOTAL.
004430     DISPLAY "  RESOLVED, PASSED    : " DA-RESOLVED-COUNT.
004440     DISPLAY "  ACCOUNT NOT ON FILE : " DA-NO-MASTER-COUNT.
004450 4000-EXIT.
004460     EXIT.
