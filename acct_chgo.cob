000010*****************************************************************
000020* ACCT-CHGO
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. ACCTCHGO.
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
000160*    10/15/2026  RH     ORIGINAL PROGRAM - CHARGE-OFF RUN.
000170*                       SERIOUSLY DELINQUENT ACCOUNTS NEVER LEFT
000180*                       THE RECEIVABLE - HELLO-WORLD KEPT DUNNING
000190*                       THEM, ACCTFEES KEPT CHARGING THEM AND
000200*                       ACCTAGE KEPT SHOWING THEM IN THE OLDEST
000210*                       BUCKET FOREVER. THIS RUN SELECTS EVERY
000220*                       DEBIT ACCOUNT IDLE LONGER THAN A KEYED
000230*                       CHARGE-OFF AGE, AGED THE SAME WAY ACCTAGE
000240*                       AGES IT, AND LISTS THEM ON A CHARGE-OFF
000250*                       REGISTER (ACCTCHGR.DAT) FOR MANAGEMENT
000260*                       APPROVAL. ONCE THE REGISTER IS SIGNED,
000270*                       THE APPROVAL RUN WRITES A PROVEN 'W'
000280*                       (CHARGE-OFF) BATCH TO ACCTPMT.DAT;
000290*                       ACCTPOST ZEROES EACH RECEIVABLE AND MOVES
000300*                       THE ACCOUNT TO CHARGED-OFF STATUS ('W').
000301*    10/15/2026  RH     APPR NOW RE-READS THE MASTER FOR EVERY
000302*                       PENDING ACCOUNT. ONE THAT NO LONGER OWES,
000303*                       OR IS ALREADY CLOSED OR CHARGED OFF, OR IS
000305*                       GONE FROM THE MASTER, IS DROPPED, NOT
000306*                       QUEUED, AND LISTED AT THE FOOT OF THE
000307*                       REGISTER (ACCTCHGR.DAT). THE MASTER IS NOW
000308*                       OPENED FOR DYNAMIC ACCESS.
000310*
000320* THE MODE IS KEYED (OR PIPED) TO THE PROGRAM AT START-UP, THE
000330* SAME WAY ACCTHIST TAKES FOLD, PURG OR INQ:
000340*    LIST - KEY THE CHARGE-OFF AGE IN DAYS (THREE DIGITS, NOT
000350*           LESS THAN CO-MINIMUM-AGE). EVERY ACTIVE OR SUSPENDED
000360*           ACCOUNT OWING MONEY AND IDLE THAT LONG GOES ON THE
000370*           REGISTER AND ON THE PENDING FILE (ACCTCHGP.DAT),
000380*           WHICH REPLACES ANY EARLIER UNAPPROVED LIST.
000390*    APPR - THE REGISTER HAS BEEN APPROVED. EVERY ACCOUNT ON THE
000400*           PENDING FILE IS WRITTEN TO ACCTPMT.DAT AS A 'W'
000410*           TRANSACTION INSIDE ITS OWN 'H'/'T' BATCH, AND THE
000420*           PENDING FILE IS EMPTIED SO THE SAME LIST CANNOT BE
000430*           APPROVED TWICE. APPROVAL IS FOR THE LIST AS A WHOLE;
000440*           AN ACCOUNT MANAGEMENT WANTS HELD BACK IS WORKED FIRST
000445*           AND THE LIST RE-RUN. THE MASTER IS READ AGAIN FOR EACH
000450*           ACCOUNT; ONE PAID UP, CLOSED OR CHARGED OFF SINCE THE
000455*           LIST WAS TAKEN IS DROPPED AND LISTED ON THE REGISTER.
000460*
000470* AN ACCOUNT WHOSE LAST-ACTIVITY FIELD IS BLANK OR UNREADABLE IS
000480* TREATED AS OLDER THAN ANY AGE, THE SAME CONSERVATIVE CALL
000490* ACCTAGE MAKES, AND IS MARKED UNDATED ON THE REGISTER SO THE
000500* APPROVER SEES IT. CLOSED AND ALREADY CHARGED-OFF ACCOUNTS ARE
000510* NEVER SELECTED.
000520*
000530* THE 'W' AMOUNT IS THE BALANCE OWED WHEN THE LIST WAS TAKEN AND
000540* IS CARRIED FOR THE BATCH PROOF; ACCTPOST CHARGES OFF WHATEVER
000550* THE ACCOUNT OWES WHEN THE BATCH POSTS.
000560*
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600*
000610     SELECT ACCT-REC ASSIGN TO "ACCTREC.DAT"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS ACCT-NO
000650         FILE STATUS IS CO-ACCT-FILE-STATUS.
000660     SELECT PENDING-FILE ASSIGN TO "ACCTCHGP.DAT"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS CO-PEND-FILE-STATUS.
000690     SELECT PMT-OUT ASSIGN TO "ACCTPMT.DAT"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS CO-PMT-FILE-STATUS.
000720     SELECT REGISTER-FILE ASSIGN TO "ACCTCHGR.DAT"
000730         ORGANIZATION IS LINE SEQUENTIAL.
000740*
000750 DATA DIVISION.
000760 FILE SECTION.
000770*
000776*  KEYED ACCT-REC MASTER, READ IN KEY SEQUENCE FOR THE LIST AND
000783*  BY KEY FOR THE APPROVAL.
000790  FD  ACCT-REC
000800      RECORDING MODE F.
000810  01  ACCT-FIELDS.
000820      05  ACCT-NO             PIC X(8).
000830      05  ACCT-LIMIT          PIC S9(7)V99 COMP-3.
000840      05  ACCT-BALANCE        PIC S9(7)V99 COMP-3.
000850      05  LAST-NAME           PIC X(15).
000860      05  FIRST-NAME          PIC X(15).
000870      05  RESERVED            PIC X(7).
000880      05  ACCT-LAST-ACTIVITY REDEFINES RESERVED
000890                              PIC 9(7).
000900      05  COUNTRY             PIC X(20).
000910      05  COMMENTS            PIC X(30).
000920      05  ACCT-STATUS         PIC X(01).
000930          88  ACCT-CLOSED                 VALUE 'X'.
000940          88  ACCT-CHARGED-OFF            VALUE 'W'.
000950*
000960*  ACCOUNTS LISTED FOR CHARGE-OFF AND AWAITING APPROVAL.
000970  FD  PENDING-FILE
000980      RECORDING MODE F.
000990  01  PENDING-REC.
001000      05  PND-ACCT-NO         PIC X(08).
001010      05  PND-OWED-AMT        PIC S9(7)V99 COMP-3.
001020      05  PND-DAYS-IDLE       PIC 9(05).
001030      05  PND-LIST-DATE       PIC 9(08).
001040      05  PND-AGE-USED        PIC 9(03).
001050*
001060*  PAYMENT TRANSACTIONS APPENDED FOR THE NEXT ACCTPOST RUN.
001070*  THE LAYOUTS MIRROR PMT-IN-REC AND THE BATCH HEADER AND
001080*  TRAILER IN ACCTPOST.
001090  FD  PMT-OUT
001100      RECORDING MODE F.
001110  01  PMT-OUT-REC.
001120      05  PIN-TRAN-CODE       PIC X(01).
001130      05  PIN-ACCT-NO         PIC X(08).
001140      05  PIN-AMOUNT          PIC S9(7)V99 COMP-3.
001150      05  PIN-REFERENCE       PIC X(20).
001160  01  PMT-BATCH-HDR-REC.
001170      05  PBH-REC-CODE        PIC X(01).
001180      05  PBH-BATCH-DATE      PIC 9(08).
001190      05  PBH-SOURCE-ID       PIC X(08).
001200      05  FILLER              PIC X(17).
001210  01  PMT-BATCH-TRL-REC.
001220      05  PBT-REC-CODE        PIC X(01).
001230      05  PBT-RECORD-COUNT    PIC 9(07).
001240      05  PBT-HASH-TOTAL      PIC S9(9)V99
001250                              SIGN IS TRAILING SEPARATE.
001260      05  FILLER              PIC X(14).
001270*
001280*****************************************************************
001290* REGISTER-FILE - THE CHARGE-OFF REGISTER PUT BEFORE MANAGEMENT.
001300* SEVERAL 01-LEVEL RECORDS SHARE THE SAME FD, THE SAME WAY THE
001310* ACCTAGE REPORT IS BUILT.
001320*****************************************************************
001330  FD  REGISTER-FILE
001340      RECORDING MODE F.
001350  01  REG-PAGE-HDR-LINE.
001360      05  FILLER              PIC X(26) VALUE
001370          "CHARGE-OFF REGISTER AS OF ".
001380      05  REGH-DATE-O         PIC 9(8).
001390      05  FILLER              PIC X(7)  VALUE "   PAGE".
001400      05  FILLER              PIC X(1)  VALUE SPACE.
001410      05  REGH-PAGE-O         PIC ZZZ9.
001420      05  FILLER              PIC X(74).
001430  01  REG-COLUMN-LINE.
001440      05  FILLER              PIC X(9)  VALUE "ACCOUNT".
001450      05  FILLER              PIC X(32) VALUE "NAME".
001460      05  FILLER              PIC X(21) VALUE "COUNTRY".
001470      05  FILLER              PIC X(11) VALUE "  DAYS IDLE".
001480      05  FILLER              PIC X(47) VALUE "    AMOUNT OWED".
001490  01  REG-DETAIL-LINE.
001500      05  REGD-ACCT-NO-O      PIC X(8).
001510      05  FILLER              PIC X(1)  VALUE SPACE.
001520      05  REGD-LAST-NAME-O    PIC X(15).
001530      05  FILLER              PIC X(1)  VALUE SPACE.
001540      05  REGD-FIRST-NAME-O   PIC X(15).
001550      05  FILLER              PIC X(1)  VALUE SPACE.
001560      05  REGD-COUNTRY-O      PIC X(20).
001570      05  FILLER              PIC X(1)  VALUE SPACE.
001580      05  REGD-DAYS-O         PIC ZZ,ZZZ,ZZ9.
001590      05  FILLER              PIC X(2)  VALUE SPACES.
001600      05  REGD-AMOUNT-O       PIC Z,ZZZ,ZZ9.99.
001610      05  FILLER              PIC X(2)  VALUE SPACES.
001620      05  REGD-NOTE-O         PIC X(10).
001630      05  FILLER              PIC X(22).
001640  01  REG-TOTAL-LINE.
001650      05  REGT-LABEL-O        PIC X(24).
001660      05  REGT-COUNT-O        PIC ZZZ,ZZ9.
001670      05  FILLER              PIC X(2)  VALUE SPACES.
001680      05  REGT-AMOUNT-LBL-O   PIC X(15).
001690      05  REGT-AMOUNT-O       PIC Z,ZZZ,ZZ9.99.
001700      05  FILLER              PIC X(60).
001710  01  REG-TEXT-LINE           PIC X(120).
001720*
001730 WORKING-STORAGE SECTION.
001740*
001750*  MODE KEYED AT START-UP.
001760  77  CO-MODE                 PIC X(04)   VALUE SPACES.
001770      88  LIST-MODE                       VALUE 'LIST'.
001780      88  APPROVE-MODE                    VALUE 'APPR'.
001790*
001800*  END-OF-FILE SWITCHES.
001810  77  CO-ACCT-EOF-SWITCH      PIC X(01)   VALUE 'N'.
001820      88  END-OF-ACCT-FILE                VALUE 'Y'.
001830  77  CO-PEND-EOF-SWITCH      PIC X(01)   VALUE 'N'.
001840      88  END-OF-PENDING-FILE             VALUE 'Y'.
001850*
001860*  FILE STATUS FIELDS. THE PAYMENT FILE IS APPENDED TO, THE
001870*  SAME WAY ACCTFEES APPENDS ITS CHARGES.
001880  77  CO-ACCT-FILE-STATUS     PIC X(02)   VALUE SPACES.
001890  77  CO-PEND-FILE-STATUS     PIC X(02)   VALUE SPACES.
001900  77  CO-PMT-FILE-STATUS      PIC X(02)   VALUE SPACES.
001910*
001920*  ERROR FLAG - DECIDES THE RETURN CODE AT END OF STEP.
001930  77  CO-ERROR-SWITCH         PIC X(01)   VALUE 'N'.
001940      88  STEP-FAILED                     VALUE 'Y'.
001950*
001960*  CHARGE-OFF AGE. THE KEYED AGE MAY NOT BE SHORTER THAN
001970*  CO-MINIMUM-AGE, THE 90-PLUS BUCKET ON THE AGING REPORT.
001980  77  CO-CHARGE-OFF-AGE       PIC 9(03)   VALUE ZERO.
001990  77  CO-MINIMUM-AGE          PIC 9(03)   VALUE 90.
002000*
002010*  RUN DATES - CALENDAR FORM FOR THE HEADINGS AND THE BATCH,
002020*  YYYYDDD FORM FOR THE DAY ARITHMETIC.
002030  77  CO-RUN-DATE             PIC 9(08)   VALUE ZERO.
002040  77  CO-RUN-DAY              PIC 9(07)   VALUE ZERO.
002050  77  CO-TODAY-DAYS           PIC S9(09) COMP VALUE ZERO.
002060*
002070*  YYYYDDD-TO-DAY-COUNT WORK FIELDS (2700-DATE-TO-DAYS), THE SAME
002080*  ARITHMETIC ACCTAGE USES.
002090  77  CO-DATE-IN              PIC 9(07)   VALUE ZERO.
002100  77  CO-DAYS-OUT             PIC S9(09) COMP VALUE ZERO.
002110  77  CO-WORK-YEAR            PIC 9(04) COMP VALUE ZERO.
002120  77  CO-WORK-DDD             PIC 9(03) COMP VALUE ZERO.
002130  77  CO-WORK-YM1             PIC 9(04) COMP VALUE ZERO.
002140  77  CO-WORK-LEAPS           PIC S9(09) COMP VALUE ZERO.
002150  77  CO-WORK-Q4              PIC 9(04) COMP VALUE ZERO.
002160  77  CO-WORK-Q100            PIC 9(04) COMP VALUE ZERO.
002170  77  CO-WORK-Q400            PIC 9(04) COMP VALUE ZERO.
002180  77  CO-WORK-REM             PIC 9(04) COMP VALUE ZERO.
002190*
002200*  AGING WORK FIELDS FOR THE ACCOUNT IN HAND.
002210  77  CO-DAYS-IDLE            PIC S9(09) COMP VALUE ZERO.
002220  77  CO-OWED-AMT             PIC S9(7)V99 COMP-3 VALUE ZERO.
002230  77  CO-UNDATED-SWITCH       PIC X(01)   VALUE 'N'.
002240      88  ACTIVITY-UNDATED                VALUE 'Y'.
002250*
002260*  BATCH CONTROL ACCUMULATORS FOR THE TRAILER.
002270  77  CO-BATCH-COUNT          PIC 9(7) COMP VALUE ZERO.
002280  77  CO-BATCH-HASH           PIC S9(9)V99 COMP-3 VALUE ZERO.
002290*
002300*  RUN CONTROL TOTALS.
002310  77  CO-READ-COUNT           PIC 9(7) COMP VALUE ZERO.
002320  77  CO-LISTED-COUNT         PIC 9(7) COMP VALUE ZERO.
002330  77  CO-LISTED-TOTAL         PIC S9(9)V99 COMP-3 VALUE ZERO.
002340  77  CO-UNDATED-COUNT        PIC 9(7) COMP VALUE ZERO.
002350  77  CO-APPROVED-COUNT       PIC 9(7) COMP VALUE ZERO.
002360  77  CO-APPROVED-TOTAL       PIC S9(9)V99 COMP-3 VALUE ZERO.
002361  77  CO-DROPPED-COUNT        PIC 9(7) COMP VALUE ZERO.
002363  77  CO-DROPPED-TOTAL        PIC S9(9)V99 COMP-3 VALUE ZERO.
002365*
002366*  APPROVAL WORK FIELDS. THE BATCH IS OPENED WITH THE FIRST
002368*  ACCOUNT STILL OWING, THE REGISTER WITH THE FIRST ONE DROPPED.
002370  77  CO-DROP-REASON          PIC X(10)   VALUE SPACES.
002371  77  CO-BATCH-OPEN-SWITCH    PIC X(01)   VALUE 'N'.
002373      88  BATCH-OPEN                      VALUE 'Y'.
002375  77  CO-DROP-OPEN-SWITCH     PIC X(01)   VALUE 'N'.
002376      88  DROP-LIST-OPEN                  VALUE 'Y'.
002378*
002380*  PAGINATION WORK FIELDS. THE PAGE BREAKS AFTER CO-PAGE-LIMIT
002390*  REGISTER LINES.
002400  77  CO-LINE-COUNT           PIC 9(3) COMP VALUE ZERO.
002410  77  CO-PAGE-NO              PIC 9(4) COMP VALUE ZERO.
002420  77  CO-PAGE-LIMIT           PIC 9(3) COMP VALUE 55.
002430*
002440 PROCEDURE DIVISION.
002450*
002460*****************************************************************
002470* 0000-MAINLINE - OVERALL CONTROL OF THE STEP.
002480*****************************************************************
002490 0000-MAINLINE.
002500     PERFORM 1000-INITIALIZE
002510         THRU 1000-EXIT.
002520     EVALUATE TRUE
002530         WHEN LIST-MODE
002540             PERFORM 2000-LIST-CANDIDATES
002550                 THRU 2000-EXIT
002560         WHEN APPROVE-MODE
002570             PERFORM 3000-APPROVE-CHARGE-OFFS
002580                 THRU 3000-EXIT
002590         WHEN OTHER
002600             DISPLAY "ACCTCHGO - UNKNOWN MODE '" CO-MODE
002610                 "' - KEY LIST OR APPR"
002620             MOVE 'Y' TO CO-ERROR-SWITCH
002630     END-EVALUATE.
002640     PERFORM 9000-SET-RETURN-CODE
002650         THRU 9000-EXIT.
002660     STOP RUN.
002670*
002680*****************************************************************
002690* 1000-INITIALIZE - STAMP THE STEP AND GET THE MODE FROM THE
002700* OPERATOR OR THE JOB STREAM.
002710*****************************************************************
002720 1000-INITIALIZE.
002730     ACCEPT CO-RUN-DATE FROM DATE YYYYMMDD.
002740     ACCEPT CO-RUN-DAY FROM DAY YYYYDDD.
002750     MOVE CO-RUN-DAY TO CO-DATE-IN.
002760     PERFORM 2700-DATE-TO-DAYS
002770         THRU 2700-EXIT.
002780     MOVE CO-DAYS-OUT TO CO-TODAY-DAYS.
002790     ACCEPT CO-MODE.
002800     INSPECT CO-MODE CONVERTING
002810         "abcdefghijklmnopqrstuvwxyz" TO
002820         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002830 1000-EXIT.
002840     EXIT.
002850*
002860*****************************************************************
002870* 2000-LIST-CANDIDATES - TAKE THE CHARGE-OFF AGE, READ THE
002880* MASTER AND LIST EVERY ACCOUNT PAST IT ON THE REGISTER AND THE
002890* PENDING FILE.
002900*****************************************************************
002910 2000-LIST-CANDIDATES.
002920     DISPLAY "ACCTCHGO - ENTER CHARGE-OFF AGE IN DAYS (3 DIGITS,"
002930         " NOT LESS THAN " CO-MINIMUM-AGE "):".
002940     ACCEPT CO-CHARGE-OFF-AGE.
002950     IF CO-CHARGE-OFF-AGE NOT NUMERIC
002960             OR CO-CHARGE-OFF-AGE < CO-MINIMUM-AGE
002970         DISPLAY "ACCTCHGO - CHARGE-OFF AGE IS NOT A NUMBER OF"
002980             " DAYS OF AT LEAST " CO-MINIMUM-AGE
002990             " - NOTHING LISTED"
003000         MOVE 'Y' TO CO-ERROR-SWITCH
003010         GO TO 2000-EXIT
003020     END-IF.
003030     OPEN INPUT ACCT-REC.
003040     IF CO-ACCT-FILE-STATUS NOT = "00"
003050         DISPLAY "ACCTCHGO - CANNOT OPEN ACCTREC.DAT - STATUS "
003060             CO-ACCT-FILE-STATUS
003070         MOVE 'Y' TO CO-ERROR-SWITCH
003080         GO TO 2000-EXIT
003090     END-IF.
003100     OPEN OUTPUT PENDING-FILE.
003110     OPEN OUTPUT REGISTER-FILE.
003120     PERFORM 2650-WRITE-PAGE-HEADING
003130         THRU 2650-EXIT.
003140     PERFORM 2100-READ-ACCOUNT
003150         THRU 2100-EXIT.
003160     PERFORM UNTIL END-OF-ACCT-FILE
003170         PERFORM 2200-SELECT-ONE-ACCOUNT
003180             THRU 2200-EXIT
003190         PERFORM 2100-READ-ACCOUNT
003200             THRU 2100-EXIT
003210     END-PERFORM.
003220     PERFORM 2800-WRITE-REGISTER-TOTALS
003230         THRU 2800-EXIT.
003240     CLOSE ACCT-REC.
003250     CLOSE PENDING-FILE.
003260     CLOSE REGISTER-FILE.
003270     DISPLAY "ACCTCHGO LIST TOTALS -".
003280     DISPLAY "  ACCOUNTS READ     : " CO-READ-COUNT.
003290     DISPLAY "  ACCOUNTS LISTED   : " CO-LISTED-COUNT.
003300     DISPLAY "  OF WHICH UNDATED  : " CO-UNDATED-COUNT.
003310     DISPLAY "  AMOUNT LISTED     : " CO-LISTED-TOTAL.
003320     DISPLAY "ACCTCHGO - REGISTER IS ACCTCHGR.DAT - RUN APPR "
003330         "ONCE IT IS APPROVED".
003340 2000-EXIT.
003350     EXIT.
003360*
003370*****************************************************************
003380* 2100-READ-ACCOUNT - READ ONE RECORD FROM ACCT-REC.
003390*****************************************************************
003400 2100-READ-ACCOUNT.
003410     READ ACCT-REC NEXT RECORD
003420         AT END
003430             MOVE 'Y' TO CO-ACCT-EOF-SWITCH
003440         NOT AT END
003450             ADD 1 TO CO-READ-COUNT
003460     END-READ.
003470 2100-EXIT.
003480     EXIT.
003490*
003500*****************************************************************
003510* 2200-SELECT-ONE-ACCOUNT - AGE ONE DEBIT ACCOUNT THE WAY ACCTAGE
003520* DOES AND LIST IT WHEN IT HAS BEEN IDLE AT LEAST THE CHARGE-OFF
003530* AGE. A BLANK OR UNREADABLE LAST-ACTIVITY DATE COUNTS AS PAST
003540* ANY AGE.
003550*****************************************************************
003560 2200-SELECT-ONE-ACCOUNT.
003570     IF ACCT-BALANCE NOT < ZERO
003580             OR ACCT-CLOSED
003590             OR ACCT-CHARGED-OFF
003600         GO TO 2200-EXIT
003610     END-IF.
003620     MOVE 'N' TO CO-UNDATED-SWITCH.
003630     IF ACCT-LAST-ACTIVITY NOT NUMERIC
003640             OR ACCT-LAST-ACTIVITY = ZERO
003650         MOVE 'Y' TO CO-UNDATED-SWITCH
003660         MOVE ZERO TO CO-DAYS-IDLE
003670     ELSE
003680         MOVE ACCT-LAST-ACTIVITY TO CO-DATE-IN
003690         PERFORM 2700-DATE-TO-DAYS
003700             THRU 2700-EXIT
003710         COMPUTE CO-DAYS-IDLE = CO-TODAY-DAYS - CO-DAYS-OUT
003720         IF CO-DAYS-IDLE < CO-CHARGE-OFF-AGE
003730             GO TO 2200-EXIT
003740         END-IF
003750     END-IF.
003760     COMPUTE CO-OWED-AMT = ZERO - ACCT-BALANCE.
003770     MOVE SPACES TO PENDING-REC.
003780     MOVE ACCT-NO           TO PND-ACCT-NO.
003790     MOVE CO-OWED-AMT       TO PND-OWED-AMT.
003800     MOVE CO-DAYS-IDLE      TO PND-DAYS-IDLE.
003810     MOVE CO-RUN-DATE       TO PND-LIST-DATE.
003820     MOVE CO-CHARGE-OFF-AGE TO PND-AGE-USED.
003830     WRITE PENDING-REC.
003840     MOVE SPACES TO REG-DETAIL-LINE.
003850     MOVE ACCT-NO     TO REGD-ACCT-NO-O.
003860     MOVE LAST-NAME   TO REGD-LAST-NAME-O.
003870     MOVE FIRST-NAME  TO REGD-FIRST-NAME-O.
003880     MOVE COUNTRY     TO REGD-COUNTRY-O.
003890     MOVE CO-OWED-AMT TO REGD-AMOUNT-O.
003900     IF ACTIVITY-UNDATED
003910         MOVE "UNDATED" TO REGD-NOTE-O
003920         ADD 1 TO CO-UNDATED-COUNT
003930     ELSE
003940         MOVE CO-DAYS-IDLE TO REGD-DAYS-O
003950     END-IF.
003960     PERFORM 2640-CHECK-PAGE
003970         THRU 2640-EXIT.
003980     WRITE REG-DETAIL-LINE.
003990     ADD 1 TO CO-LINE-COUNT.
004000     ADD 1 TO CO-LISTED-COUNT.
004010     ADD CO-OWED-AMT TO CO-LISTED-TOTAL.
004020 2200-EXIT.
004030     EXIT.
004040*
004050*****************************************************************
004060* 2640-CHECK-PAGE - BREAK TO A NEW PAGE WHEN THE CURRENT ONE IS
004070* FULL.
004080*****************************************************************
004090 2640-CHECK-PAGE.
004100     IF CO-LINE-COUNT >= CO-PAGE-LIMIT
004110         PERFORM 2650-WRITE-PAGE-HEADING
004120             THRU 2650-EXIT
004130     END-IF.
004140 2640-EXIT.
004150     EXIT.
004160*
004170*****************************************************************
004180* 2650-WRITE-PAGE-HEADING - WRITE THE REGISTER HEADING BLOCK
004190* (REPORT NAME, RUN DATE, PAGE NUMBER) AND THE COLUMN TITLES AT
004200* THE TOP OF A PAGE.
004210*****************************************************************
004220 2650-WRITE-PAGE-HEADING.
004230     ADD 1 TO CO-PAGE-NO.
004240     MOVE SPACES TO REG-PAGE-HDR-LINE.
004250     MOVE "CHARGE-OFF REGISTER AS OF " TO
004260         REG-PAGE-HDR-LINE(1:26).
004270     MOVE CO-RUN-DATE TO REGH-DATE-O.
004280     MOVE "   PAGE" TO REG-PAGE-HDR-LINE(35:7).
004290     MOVE CO-PAGE-NO TO REGH-PAGE-O.
004300     WRITE REG-PAGE-HDR-LINE.
004310     MOVE SPACES TO REG-COLUMN-LINE.
004320     MOVE "ACCOUNT"     TO REG-COLUMN-LINE(1:7).
004330     MOVE "NAME"        TO REG-COLUMN-LINE(10:4).
004340     MOVE "COUNTRY"     TO REG-COLUMN-LINE(42:7).
004350     MOVE "DAYS IDLE"   TO REG-COLUMN-LINE(64:9).
004360     MOVE "AMOUNT OWED" TO REG-COLUMN-LINE(76:11).
004370     MOVE "NOTE"        TO REG-COLUMN-LINE(89:4).
004380     WRITE REG-COLUMN-LINE.
004390     MOVE 2 TO CO-LINE-COUNT.
004400 2650-EXIT.
004410     EXIT.
004420*
004430*****************************************************************
004440* 2700-DATE-TO-DAYS - TURN A YYYYDDD DATE IN CO-DATE-IN INTO A
004450* RUNNING DAY COUNT IN CO-DAYS-OUT SO TWO DATES CAN BE
004460* SUBTRACTED. LEAP YEARS ARE COUNTED THROUGH THE PRIOR YEAR
004470* (EVERY 4TH, LESS EVERY 100TH, PLUS EVERY 400TH).
004480*****************************************************************
004490 2700-DATE-TO-DAYS.
004500     DIVIDE CO-DATE-IN BY 1000 GIVING CO-WORK-YEAR
004510         REMAINDER CO-WORK-DDD.
004520     COMPUTE CO-WORK-YM1 = CO-WORK-YEAR - 1.
004530     DIVIDE CO-WORK-YM1 BY 4 GIVING CO-WORK-Q4
004540         REMAINDER CO-WORK-REM.
004550     DIVIDE CO-WORK-YM1 BY 100 GIVING CO-WORK-Q100
004560         REMAINDER CO-WORK-REM.
004570     DIVIDE CO-WORK-YM1 BY 400 GIVING CO-WORK-Q400
004580         REMAINDER CO-WORK-REM.
004590     COMPUTE CO-WORK-LEAPS =
004600         CO-WORK-Q4 - CO-WORK-Q100 + CO-WORK-Q400.
004610     COMPUTE CO-DAYS-OUT =
004620         (CO-WORK-YM1 * 365) + CO-WORK-LEAPS + CO-WORK-DDD.
004630 2700-EXIT.
004640     EXIT.
004650*
004660*****************************************************************
004670* 2800-WRITE-REGISTER-TOTALS - WRITE THE REGISTER TOTALS, THE
004680* APPROVAL BLOCK AND THE END-OF-REPORT MARKER.
004690*****************************************************************
004700 2800-WRITE-REGISTER-TOTALS.
004710     IF CO-LINE-COUNT + 6 > CO-PAGE-LIMIT
004720         PERFORM 2650-WRITE-PAGE-HEADING
004730             THRU 2650-EXIT
004740     END-IF.
004750     MOVE SPACES TO REG-TOTAL-LINE.
004760     MOVE "ACCOUNTS LISTED       : " TO REGT-LABEL-O.
004770     MOVE CO-LISTED-COUNT TO REGT-COUNT-O.
004780     MOVE "TOTAL OWED   : " TO REGT-AMOUNT-LBL-O.
004790     MOVE CO-LISTED-TOTAL TO REGT-AMOUNT-O.
004800     WRITE REG-TOTAL-LINE.
004810     MOVE SPACES TO REG-TOTAL-LINE.
004820     MOVE "UNDATED ACCOUNTS      : " TO REGT-LABEL-O.
004830     MOVE CO-UNDATED-COUNT TO REGT-COUNT-O.
004840     WRITE REG-TOTAL-LINE.
004850     MOVE SPACES TO REG-TEXT-LINE.
004860     STRING "CHARGE-OFF AGE (DAYS IDLE) : " DELIMITED BY SIZE
004870         CO-CHARGE-OFF-AGE DELIMITED BY SIZE
004880         INTO REG-TEXT-LINE
004890     END-STRING.
004900     WRITE REG-TEXT-LINE.
004910     MOVE SPACES TO REG-TEXT-LINE.
004920     MOVE "APPROVED BY : ____________________   DATE : ________"
004930         TO REG-TEXT-LINE.
004940     WRITE REG-TEXT-LINE.
004950     MOVE SPACES TO REG-TEXT-LINE.
004960     MOVE "*** END OF REPORT ***" TO REG-TEXT-LINE.
004970     WRITE REG-TEXT-LINE.
004980     ADD 5 TO CO-LINE-COUNT.
004990 2800-EXIT.
005000     EXIT.
005010*
005020*****************************************************************
005030* 3000-APPROVE-CHARGE-OFFS - THE REGISTER HAS BEEN APPROVED.
005040* WRITE EVERY PENDING ACCOUNT STILL OWING TO ACCTPMT.DAT AS A 'W'
005050* CHARGE-OFF INSIDE ITS OWN BATCH, LIST THE REST AS DROPPED ON
005060* THE REGISTER, THEN EMPTY THE PENDING FILE. WITHOUT THE MASTER
005070* NOTHING IS QUEUED AND THE PENDING FILE IS KEPT.
005080*****************************************************************
005090 3000-APPROVE-CHARGE-OFFS.
005100     OPEN INPUT PENDING-FILE.
005110     IF CO-PEND-FILE-STATUS NOT = "00"
005120         DISPLAY "ACCTCHGO - NO CHARGE-OFF LIST AWAITING APPROVAL"
005130             " (ACCTCHGP.DAT) - RUN LIST FIRST"
005140         MOVE 'Y' TO CO-ERROR-SWITCH
005150         GO TO 3000-EXIT
005160     END-IF.
005170     PERFORM 3100-READ-PENDING
005180         THRU 3100-EXIT.
005190     IF END-OF-PENDING-FILE
005200         CLOSE PENDING-FILE
005210         DISPLAY "ACCTCHGO - CHARGE-OFF LIST IS EMPTY - NOTHING"
005220             " TO APPROVE"
005230         MOVE 'Y' TO CO-ERROR-SWITCH
005240         GO TO 3000-EXIT
005250     END-IF.
005260     OPEN INPUT ACCT-REC.
005270     IF CO-ACCT-FILE-STATUS NOT = "00"
005280         DISPLAY "ACCTCHGO - CANNOT OPEN ACCTREC.DAT - STATUS "
005290             CO-ACCT-FILE-STATUS " - NOTHING APPROVED"
005300         CLOSE PENDING-FILE
005310         MOVE 'Y' TO CO-ERROR-SWITCH
005320         GO TO 3000-EXIT
005330     END-IF.
005340     PERFORM UNTIL END-OF-PENDING-FILE
005350         PERFORM 3150-CHECK-PENDING
005360             THRU 3150-EXIT
005370         IF CO-DROP-REASON = SPACES
005380             PERFORM 3200-WRITE-CHARGE-OFF
005390                 THRU 3200-EXIT
005400         ELSE
005410             PERFORM 3300-WRITE-DROPPED
005420                 THRU 3300-EXIT
005430         END-IF
005440         PERFORM 3100-READ-PENDING
005450             THRU 3100-EXIT
005460     END-PERFORM.
005470     IF BATCH-OPEN
005480         MOVE SPACES TO PMT-BATCH-TRL-REC
005490         MOVE 'T' TO PBT-REC-CODE
005500         MOVE CO-BATCH-COUNT TO PBT-RECORD-COUNT
005510         MOVE CO-BATCH-HASH TO PBT-HASH-TOTAL
005520         WRITE PMT-BATCH-TRL-REC
005530         CLOSE PMT-OUT
005540     END-IF.
005550     IF DROP-LIST-OPEN
005560         PERFORM 3400-WRITE-DROPPED-TOTALS
005570             THRU 3400-EXIT
005580         CLOSE REGISTER-FILE
005590     END-IF.
005600     CLOSE ACCT-REC.
005610     CLOSE PENDING-FILE.
005620     OPEN OUTPUT PENDING-FILE.
005630     CLOSE PENDING-FILE.
005640     DISPLAY "ACCTCHGO APPROVAL TOTALS -".
005650     DISPLAY "  CHARGE-OFFS QUEUED: " CO-APPROVED-COUNT.
005660     DISPLAY "  AMOUNT QUEUED     : " CO-APPROVED-TOTAL.
005670     DISPLAY "  DROPPED - NOT DUE : " CO-DROPPED-COUNT.
005680     IF DROP-LIST-OPEN
005690         DISPLAY "ACCTCHGO - DROPPED ACCOUNTS ARE LISTED ON "
005700             "ACCTCHGR.DAT"
005710     END-IF.
005720     DISPLAY "ACCTCHGO - RUN ACCTPOST TO POST THE CHARGE-OFFS.".
005730 3000-EXIT.
005740     EXIT.
005750*
005760*****************************************************************
005770* 3100-READ-PENDING - READ ONE ACCOUNT AWAITING CHARGE-OFF.
005780*****************************************************************
005790 3100-READ-PENDING.
005800     READ PENDING-FILE
005810         AT END
005820             MOVE 'Y' TO CO-PEND-EOF-SWITCH
005830     END-READ.
005840 3100-EXIT.
005850     EXIT.
005860*
005870*****************************************************************
005880* 3150-CHECK-PENDING - READ THE MASTER FOR ONE PENDING ACCOUNT
005890* AND SAY IN CO-DROP-REASON WHY IT CAN NO LONGER BE CHARGED OFF.
005900* LEFT BLANK WHEN THE ACCOUNT IS STILL OPEN AND OWING.
005910*****************************************************************
005920 3150-CHECK-PENDING.
005930     MOVE SPACES TO CO-DROP-REASON.
005940     MOVE PND-ACCT-NO TO ACCT-NO.
005950     READ ACCT-REC
005960         INVALID KEY
005970             MOVE "NO MASTER" TO CO-DROP-REASON
005980             MOVE SPACES TO LAST-NAME FIRST-NAME COUNTRY
005990     END-READ.
006000     IF CO-DROP-REASON NOT = SPACES
006010         GO TO 3150-EXIT
006020     END-IF.
006030     EVALUATE TRUE
006040         WHEN ACCT-CLOSED
006050             MOVE "CLOSED" TO CO-DROP-REASON
006060         WHEN ACCT-CHARGED-OFF
006070             MOVE "CHGD OFF" TO CO-DROP-REASON
006080         WHEN ACCT-BALANCE NOT < ZERO
006090             MOVE "NOT OWING" TO CO-DROP-REASON
006100         WHEN OTHER
006110             CONTINUE
006120     END-EVALUATE.
006130 3150-EXIT.
006140     EXIT.
006150*
006160*****************************************************************
006170* 3200-WRITE-CHARGE-OFF - QUEUE ONE 'W' CHARGE-OFF TRANSACTION
006180* FOR THE AMOUNT OWED WHEN THE LIST WAS TAKEN, OPENING THE BATCH
006190* WITH THE FIRST ONE.
006200*****************************************************************
006210 3200-WRITE-CHARGE-OFF.
006220     IF NOT BATCH-OPEN
006230         OPEN EXTEND PMT-OUT
006240         IF CO-PMT-FILE-STATUS NOT = "00"
006250             OPEN OUTPUT PMT-OUT
006260         END-IF
006270         MOVE SPACES TO PMT-BATCH-HDR-REC
006280         MOVE 'H' TO PBH-REC-CODE
006290         MOVE CO-RUN-DATE TO PBH-BATCH-DATE
006300         MOVE "ACCTCHGO" TO PBH-SOURCE-ID
006310         WRITE PMT-BATCH-HDR-REC
006320         MOVE 'Y' TO CO-BATCH-OPEN-SWITCH
006330     END-IF.
006340     MOVE SPACES TO PMT-OUT-REC.
006350     MOVE 'W' TO PIN-TRAN-CODE.
006360     MOVE PND-ACCT-NO TO PIN-ACCT-NO.
006370     MOVE PND-OWED-AMT TO PIN-AMOUNT.
006380     MOVE SPACES TO PIN-REFERENCE.
006390     STRING "CHARGE-OFF " DELIMITED BY SIZE
006400         PND-LIST-DATE DELIMITED BY SIZE
006410         INTO PIN-REFERENCE
006420     END-STRING.
006430     WRITE PMT-OUT-REC.
006440     ADD 1 TO CO-BATCH-COUNT.
006450     ADD PND-OWED-AMT TO CO-BATCH-HASH.
006460     ADD 1 TO CO-APPROVED-COUNT.
006470     ADD PND-OWED-AMT TO CO-APPROVED-TOTAL.
006480 3200-EXIT.
006490     EXIT.
006500*
006510*****************************************************************
006520* 3300-WRITE-DROPPED - LIST ONE PENDING ACCOUNT DROPPED AT
006530* APPROVAL ON THE REGISTER, WITH THE AMOUNT IT OWED WHEN LISTED
006540* AND THE REASON. THE FIRST ONE STARTS A NEW REGISTER PAGE.
006550*****************************************************************
006560 3300-WRITE-DROPPED.
006570     IF NOT DROP-LIST-OPEN
006580         OPEN EXTEND REGISTER-FILE
006590         PERFORM 2650-WRITE-PAGE-HEADING
006600             THRU 2650-EXIT
006610         MOVE SPACES TO REG-TEXT-LINE
006620         MOVE "DROPPED AT APPROVAL - NO LONGER DUE FOR CHARGE-OFF"
006630             TO REG-TEXT-LINE
006640         WRITE REG-TEXT-LINE
006650         ADD 1 TO CO-LINE-COUNT
006660         MOVE 'Y' TO CO-DROP-OPEN-SWITCH
006670     END-IF.
006680     MOVE SPACES TO REG-DETAIL-LINE.
006690     MOVE PND-ACCT-NO    TO REGD-ACCT-NO-O.
006700     MOVE LAST-NAME      TO REGD-LAST-NAME-O.
006710     MOVE FIRST-NAME     TO REGD-FIRST-NAME-O.
006720     MOVE COUNTRY        TO REGD-COUNTRY-O.
006730     MOVE PND-DAYS-IDLE  TO REGD-DAYS-O.
006740     MOVE PND-OWED-AMT   TO REGD-AMOUNT-O.
006750     MOVE CO-DROP-REASON TO REGD-NOTE-O.
006760     PERFORM 2640-CHECK-PAGE
006770         THRU 2640-EXIT.
006780     WRITE REG-DETAIL-LINE.
006790     ADD 1 TO CO-LINE-COUNT.
006800     ADD 1 TO CO-DROPPED-COUNT.
006810     ADD PND-OWED-AMT TO CO-DROPPED-TOTAL.
006820 3300-EXIT.
006830     EXIT.
006840*
006850*****************************************************************
006860* 3400-WRITE-DROPPED-TOTALS - CLOSE OFF THE DROPPED LIST WITH
006870* ITS COUNT AND THE AMOUNT NO LONGER CHARGED OFF.
006880*****************************************************************
006890 3400-WRITE-DROPPED-TOTALS.
006900     MOVE SPACES TO REG-TOTAL-LINE.
006910     MOVE "ACCOUNTS DROPPED      : " TO REGT-LABEL-O.
006920     MOVE CO-DROPPED-COUNT TO REGT-COUNT-O.
006930     MOVE "AS LISTED    : " TO REGT-AMOUNT-LBL-O.
006940     MOVE CO-DROPPED-TOTAL TO REGT-AMOUNT-O.
006950     WRITE REG-TOTAL-LINE.
006960     MOVE SPACES TO REG-TEXT-LINE.
006970     MOVE "*** END OF REPORT ***" TO REG-TEXT-LINE.
006980     WRITE REG-TEXT-LINE.
006990 3400-EXIT.
007000     EXIT.
007010*
007020*****************************************************************
007030* 9000-SET-RETURN-CODE - END THE STEP WITH RETURN CODE 8 WHEN
007040* ANYTHING WENT WRONG SO THE JOB STREAM CAN HOLD.
007050*****************************************************************
007060 9000-SET-RETURN-CODE.
007070     IF STEP-FAILED
007080         MOVE 8 TO RETURN-CODE
007090     END-IF.
007100 9000-EXIT.
007110     EXIT.
