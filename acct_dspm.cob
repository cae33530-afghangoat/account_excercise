000010*****************************************************************
000020* ACCT-DSPM
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. ACCTDSPM.
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
000160*    10/15/2026  RH     ORIGINAL PROGRAM - DISPUTED-CHARGE
000170*                       MAINTENANCE. A CUSTOMER'S DISPUTE USED TO
000180*                       BE A NOTE IN THE 30-BYTE COMMENTS FIELD
000190*                       THAT NOTHING ELSE READ. DISPUTES ARE NOW
000200*                       KEPT ON A KEYED DISPUTE FILE,
000210*                       ACCTDISP.DAT, MAINTAINED BY THIS RUN FROM
000220*                       TRANSACTIONS KEYED BY THE DISPUTES DESK
000230*                       TO ACCTDTRN.DAT.
000240*                       ACCTFEES LEAVES OPEN DISPUTED AMOUNTS OUT
000250*                       OF THE FINANCE-CHARGE BASE, HELLO-WORLD
000260*                       HOLDS THE DUNNING LETTER WHEN THE OPEN
000270*                       DISPUTES COVER ALL THAT IS OWED, ACCTSTMT
000280*                       PRINTS THE OPEN DISPUTES AND ACCTDSPA
000290*                       AGES THEM FOR THE DESK.
000300*
000310* ONE RECORD PER DISPUTE, KEYED ON ACCOUNT AND A DISPUTE NUMBER
000320* WITHIN THE ACCOUNT. THE NUMBER IS GIVEN OUT BY THIS RUN WHEN
000330* THE DISPUTE IS OPENED AND IS PRINTED ON THE LISTING; LATER
000340* TRANSACTIONS FOR THE DISPUTE QUOTE IT.
000350*
000360*    ACTION CODE O (OPEN)     - THE ACCOUNT MUST BE ON THE MASTER,
000370*                               THE AMOUNT MORE THAN ZERO, AND THE
000380*                               REFERENCE OF THE DISPUTED POSTING
000390*                               (AS ON ACCTJRNL / ACCTHST) GIVEN.
000400*                               THE SAME REFERENCE CANNOT BE OPEN
000410*                               TWICE ON ONE ACCOUNT.
000420*    ACTION CODE C (CHANGE)   - AN OPEN DISPUTE TAKES THE KEYED
000430*                               AMOUNT AND/OR REASON.
000440*    ACTION CODE F (FAVOR)    - RESOLVED IN THE CUSTOMER'S FAVOR.
000450*                               THE KEYED AMOUNT (OR, IF NONE, THE
000460*                               WHOLE DISPUTED AMOUNT) IS CREDITED
000470*                               BY A 'J' ADJUSTMENT IN A PROVEN
000480*                               'H'/'T' BATCH ON ACCTPMT.DAT.
000490*    ACTION CODE B (BANK)     - RESOLVED IN THE BANK'S FAVOR. THE
000500*                               CHARGE STANDS; NOTHING IS POSTED.
000510*
000520* WHEN THE DISPUTED POSTING IS FOUND ON THE ACCOUNT'S HISTORY
000530* ITS POSTING DATE IS KEPT WITH THE DISPUTE; A REFERENCE NOT YET
000540* FOLDED INTO HISTORY IS STILL ACCEPTED AND IS FLAGGED ON THE
000550* LISTING. A CREDIT CANNOT BE QUEUED FOR A CLOSED OR CHARGED-OFF
000560* ACCOUNT - ACCTPOST WOULD REJECT IT - SO SUCH A RESOLUTION IS
000570* REJECTED AND THE DISPUTE LEFT OPEN FOR A REFUND BY HAND.
000580*
000590* EVERY TRANSACTION, APPLIED OR REJECTED, IS LISTED ON THE
000600* DISPUTE LISTING (ACCTDLST.DAT).
000610*
000620 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650*
000660     SELECT DISP-TRAN ASSIGN TO "ACCTDTRN.DAT"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS DM-TRAN-FILE-STATUS.
000690     SELECT DISP-FILE ASSIGN TO "ACCTDISP.DAT"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS DSP-KEY
000730         FILE STATUS IS DM-DISP-FILE-STATUS.
000740     SELECT ACCT-REC ASSIGN TO "ACCTREC.DAT"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS ACCT-NO
000780         FILE STATUS IS DM-ACCT-FILE-STATUS.
000790     SELECT HIST-FILE ASSIGN TO "ACCTHST.DAT"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS HST-KEY
000830         FILE STATUS IS DM-HIST-FILE-STATUS.
000840     SELECT PMT-OUT ASSIGN TO "ACCTPMT.DAT"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS DM-PMT-FILE-STATUS.
000870     SELECT LISTING-FILE ASSIGN TO "ACCTDLST.DAT"
000880         ORGANIZATION IS LINE SEQUENTIAL.
000890*
000900 DATA DIVISION.
000910 FILE SECTION.
000920*
000930*  DISPUTE MAINTENANCE TRANSACTIONS, AS KEYED.
000940  FD  DISP-TRAN
000950      RECORDING MODE F.
000960  01  DISP-TRAN-REC.
000970      05  DTR-ACTION-CODE     PIC X(01).
000980          88  DTR-OPEN                    VALUE 'O'.
000990          88  DTR-CHANGE                  VALUE 'C'.
001000          88  DTR-FAVOR-CUSTOMER          VALUE 'F'.
001010          88  DTR-FAVOR-BANK              VALUE 'B'.
001020      05  DTR-ACCT-NO         PIC X(08).
001030      05  DTR-SEQ             PIC 9(04).
001040      05  DTR-AMOUNT          PIC 9(7)V99.
001050      05  DTR-REFERENCE       PIC X(20).
001060      05  DTR-REASON          PIC X(20).
001070*
001080*  KEYED DISPUTE FILE. THE LAYOUT IS REPEATED IN ACCTDSPA,
001090*  ACCTFEES, HELLO-WORLD AND ACCTSTMT.
001100  FD  DISP-FILE
001110      RECORDING MODE F.
001120  01  DISP-FIELDS.
001130      05  DSP-KEY.
001140          10  DSP-ACCT-NO     PIC X(08).
001150          10  DSP-SEQ         PIC 9(04).
001160      05  DSP-AMOUNT          PIC S9(7)V99 COMP-3.
001170      05  DSP-REFERENCE       PIC X(20).
001180      05  DSP-POSTED-DATE     PIC 9(08).
001190      05  DSP-OPEN-DATE       PIC 9(08).
001200      05  DSP-STATUS          PIC X(01).
001210          88  DSP-OPEN                    VALUE 'O'.
001220          88  DSP-FAVOR-CUSTOMER          VALUE 'F'.
001230          88  DSP-FAVOR-BANK              VALUE 'B'.
001240      05  DSP-RESOLVED-DATE   PIC 9(08).
001250      05  DSP-CREDIT-AMT      PIC S9(7)V99 COMP-3.
001260      05  DSP-REASON          PIC X(20).
001270      05  DSP-LAST-MAINT      PIC 9(08).
001280*
001290*  KEYED ACCT-REC MASTER, READ TO PROVE THE ACCOUNT AND ITS
001300*  STATUS.
001310  FD  ACCT-REC
001320      RECORDING MODE F.
001330  01  ACCT-FIELDS.
001340      05  ACCT-NO             PIC X(8).
001350      05  ACCT-LIMIT          PIC S9(7)V99 COMP-3.
001360      05  ACCT-BALANCE        PIC S9(7)V99 COMP-3.
001370      05  LAST-NAME           PIC X(15).
001380      05  FIRST-NAME          PIC X(15).
001390      05  RESERVED            PIC X(7).
001400      05  COUNTRY             PIC X(20).
001410      05  COMMENTS            PIC X(30).
001420      05  ACCT-STATUS         PIC X(01).
001430          88  ACCT-CLOSED                 VALUE 'X'.
001440          88  ACCT-CHARGED-OFF            VALUE 'W'.
001450*
001460*  PERMANENT TRANSACTION HISTORY KEPT BY ACCTHIST. THE LAYOUT
001470*  MIRRORS HIST-FIELDS THERE.
001480  FD  HIST-FILE
001490      RECORDING MODE F.
001500  01  HIST-FIELDS.
001510      05  HST-KEY.
001520          10  HST-ACCT-NO     PIC X(08).
001530          10  HST-RUN-DATE    PIC 9(08).
001540          10  HST-SEQ         PIC 9(04).
001550      05  HST-TRAN-CODE       PIC X(01).
001560      05  HST-PRIOR-BAL       PIC S9(7)V99
001570                              SIGN IS TRAILING SEPARATE.
001580      05  HST-AMOUNT          PIC S9(7)V99
001590                              SIGN IS TRAILING SEPARATE.
001600      05  HST-NEW-BAL         PIC S9(7)V99
001610                              SIGN IS TRAILING SEPARATE.
001620      05  HST-REFERENCE       PIC X(20).
001630*
001640*  PAYMENT TRANSACTIONS APPENDED FOR THE NEXT ACCTPOST RUN.
001650*  THE LAYOUTS MIRROR PMT-IN-REC AND THE BATCH HEADER AND
001660*  TRAILER IN ACCTPOST.
001670  FD  PMT-OUT
001680      RECORDING MODE F.
001690  01  PMT-OUT-REC.
001700      05  PIN-TRAN-CODE       PIC X(01).
001710      05  PIN-ACCT-NO         PIC X(08).
001720      05  PIN-AMOUNT          PIC S9(7)V99 COMP-3.
001730      05  PIN-REFERENCE       PIC X(20).
001740  01  PMT-BATCH-HDR-REC.
001750      05  PBH-REC-CODE        PIC X(01).
001760      05  PBH-BATCH-DATE      PIC 9(08).
001770      05  PBH-SOURCE-ID       PIC X(08).
001780      05  FILLER              PIC X(17).
001790  01  PMT-BATCH-TRL-REC.
001800      05  PBT-REC-CODE        PIC X(01).
001810      05  PBT-RECORD-COUNT    PIC 9(07).
001820      05  PBT-HASH-TOTAL      PIC S9(9)V99
001830                              SIGN IS TRAILING SEPARATE.
001840      05  FILLER              PIC X(14).
001850*
001860*****************************************************************
001870* LISTING-FILE - THE DISPUTE LISTING. SEVERAL 01-LEVEL RECORDS
001880* SHARE THE SAME FD, THE SAME WAY THE ACCTGLMT LISTING IS BUILT.
001890*****************************************************************
001900  FD  LISTING-FILE
001910      RECORDING MODE F.
001920  01  LST-DETAIL-LINE.
001930      05  LSTD-ACTION-O       PIC X(9).
001940      05  LSTD-ACCT-NO-O      PIC X(8).
001950      05  FILLER              PIC X(1)  VALUE SPACE.
001960      05  LSTD-SEQ-O          PIC 9(4).
001970      05  FILLER              PIC X(2)  VALUE SPACES.
001980      05  LSTD-AMOUNT-O       PIC Z,ZZZ,ZZ9.99.
001990      05  FILLER              PIC X(2)  VALUE SPACES.
002000      05  LSTD-STATUS-O       PIC X(1).
002010      05  FILLER              PIC X(2)  VALUE SPACES.
002020      05  LSTD-OPEN-DATE-O    PIC 9(8).
002030      05  FILLER              PIC X(2)  VALUE SPACES.
002040      05  LSTD-REFERENCE-O    PIC X(20).
002050      05  FILLER              PIC X(1)  VALUE SPACE.
002060      05  LSTD-REASON-O       PIC X(20).
002070      05  FILLER              PIC X(1)  VALUE SPACE.
002080      05  LSTD-NOTE-O         PIC X(20).
002090      05  FILLER              PIC X(8).
002100  01  LST-REJECT-LINE.
002110      05  LSTR-ACTION-O       PIC X(9).
002120      05  LSTR-ACCT-NO-O      PIC X(8).
002130      05  FILLER              PIC X(1)  VALUE SPACE.
002140      05  LSTR-SEQ-O          PIC 9(4).
002150      05  FILLER              PIC X(2)  VALUE SPACES.
002160      05  LSTR-CODE-O         PIC X(1).
002170      05  FILLER              PIC X(3)  VALUE SPACES.
002180      05  LSTR-REASON-O       PIC X(44).
002190      05  FILLER              PIC X(48).
002200  01  LST-TOTAL-LINE.
002210      05  LSTT-LABEL-O        PIC X(24).
002220      05  LSTT-COUNT-O        PIC ZZZ,ZZ9.
002230      05  FILLER              PIC X(2)  VALUE SPACES.
002240      05  LSTT-AMOUNT-LBL-O   PIC X(15).
002250      05  LSTT-AMOUNT-O       PIC Z,ZZZ,ZZ9.99.
002260      05  FILLER              PIC X(60).
002270  01  LST-PAGE-HDR-LINE.
002280      05  FILLER              PIC X(26) VALUE
002290          "DISPUTE MAINTENANCE       ".
002300      05  LSTH-DATE-O         PIC 9(8).
002310      05  FILLER              PIC X(7)  VALUE "   PAGE".
002320      05  FILLER              PIC X(1)  VALUE SPACE.
002330      05  LSTH-PAGE-O         PIC ZZZ9.
002340      05  FILLER              PIC X(74).
002350  01  LST-COLUMN-LINE         PIC X(120).
002360  01  LST-MARKER-LINE         PIC X(120).
002370*
002380 WORKING-STORAGE SECTION.
002390*
002400*  END-OF-FILE SWITCHES.
002410  77  DM-TRAN-EOF-SWITCH      PIC X(01)   VALUE 'N'.
002420      88  TRAN-EOF                        VALUE 'Y'.
002430  77  DM-SCAN-EOF-SWITCH      PIC X(01)   VALUE 'N'.
002440      88  END-OF-SCAN                     VALUE 'Y'.
002450*
002460*  FILE STATUS FIELDS. A DISPUTE FILE THAT DOES NOT EXIST YET IS
002470*  CREATED, THE SAME WAY ACCTGLMT CREATES ITS MAPPING FILE. THE
002480*  HISTORY IS OPTIONAL; THE PAYMENT FILE IS APPENDED TO.
002490  77  DM-TRAN-FILE-STATUS     PIC X(02)   VALUE SPACES.
002500  77  DM-DISP-FILE-STATUS     PIC X(02)   VALUE SPACES.
002510  77  DM-ACCT-FILE-STATUS     PIC X(02)   VALUE SPACES.
002520  77  DM-HIST-FILE-STATUS     PIC X(02)   VALUE SPACES.
002530  77  DM-PMT-FILE-STATUS      PIC X(02)   VALUE SPACES.
002540  77  DM-HIST-ON-HAND-SWITCH  PIC X(01)   VALUE 'N'.
002550      88  HIST-FILE-ON-HAND               VALUE 'Y'.
002560  77  DM-PMT-OPEN-SWITCH      PIC X(01)   VALUE 'N'.
002570      88  CREDIT-BATCH-OPEN               VALUE 'Y'.
002580*
002590*  WORK SWITCHES FOR THE KEYED LOOK-UPS.
002600  77  DM-FOUND-SWITCH         PIC X(01)   VALUE 'N'.
002610      88  RECORD-FOUND                    VALUE 'Y'.
002620  77  DM-ACCT-FOUND-SWITCH    PIC X(01)   VALUE 'N'.
002630      88  ACCOUNT-FOUND                   VALUE 'Y'.
002640  77  DM-DUP-SWITCH           PIC X(01)   VALUE 'N'.
002650      88  REFERENCE-ALREADY-OPEN          VALUE 'Y'.
002660  77  DM-WRITTEN-SWITCH       PIC X(01)   VALUE 'N'.
002670      88  DISPUTE-WRITTEN                 VALUE 'Y'.
002680*
002690*  RUN DATE - LISTING HEADING, DISPUTE DATES AND BATCH HEADER.
002700  77  DM-RUN-DATE             PIC 9(08)   VALUE ZERO.
002710*
002720*  CREDIT WORK FIELDS.
002730  77  DM-CREDIT-AMT           PIC S9(7)V99 COMP-3 VALUE ZERO.
002740  77  DM-POSTED-DATE          PIC 9(08)   VALUE ZERO.
002750*
002760*  BATCH CONTROL ACCUMULATORS FOR THE TRAILER.
002770  77  DM-BATCH-COUNT          PIC 9(7) COMP VALUE ZERO.
002780  77  DM-BATCH-HASH           PIC S9(9)V99 COMP-3 VALUE ZERO.
002790*
002800*  RUN CONTROL TOTALS.
002810  77  DM-OPEN-COUNT           PIC 9(7) COMP VALUE ZERO.
002820  77  DM-CHANGE-COUNT         PIC 9(7) COMP VALUE ZERO.
002830  77  DM-CUSTOMER-COUNT       PIC 9(7) COMP VALUE ZERO.
002840  77  DM-BANK-COUNT           PIC 9(7) COMP VALUE ZERO.
002850  77  DM-ERROR-COUNT          PIC 9(7) COMP VALUE ZERO.
002860  77  DM-CREDIT-TOTAL         PIC S9(9)V99 COMP-3 VALUE ZERO.
002870*
002880  77  DM-ERROR-REASON         PIC X(44)   VALUE SPACES.
002890  77  DM-LINE-LABEL           PIC X(9)    VALUE SPACES.
002900  77  DM-LINE-NOTE            PIC X(20)   VALUE SPACES.
002910*
002920*  PAGINATION WORK FIELDS. THE PAGE BREAKS AFTER DM-PAGE-LIMIT
002930*  LISTING LINES.
002940  77  DM-LINE-COUNT           PIC 9(3) COMP VALUE ZERO.
002950  77  DM-PAGE-NO              PIC 9(4) COMP VALUE ZERO.
002960  77  DM-PAGE-LIMIT           PIC 9(3) COMP VALUE 55.
002970*
002980 PROCEDURE DIVISION.
002990*
003000*****************************************************************
003010* 0000-MAINLINE - OVERALL CONTROL OF THE RUN.
003020*****************************************************************
003030 0000-MAINLINE.
003040     PERFORM 1000-INITIALIZE
003050         THRU 1000-EXIT.
003060     PERFORM 2000-APPLY-TRANSACTIONS
003070         THRU 2000-EXIT.
003080     PERFORM 4000-FINALIZE
003090         THRU 4000-EXIT.
003100     STOP RUN.
003110*
003120*****************************************************************
003130* 1000-INITIALIZE - OPEN THE FILES AND HEAD THE LISTING. THE
003140* DISPUTE FILE IS CREATED EMPTY ON FIRST USE.
003150*****************************************************************
003160 1000-INITIALIZE.
003170     ACCEPT DM-RUN-DATE FROM DATE YYYYMMDD.
003180     OPEN INPUT DISP-TRAN.
003190     OPEN I-O DISP-FILE.
003200     IF DM-DISP-FILE-STATUS NOT = "00"
003210         OPEN OUTPUT DISP-FILE
003220         CLOSE DISP-FILE
003230         OPEN I-O DISP-FILE
003240     END-IF.
003250     OPEN INPUT ACCT-REC.
003260     OPEN INPUT HIST-FILE.
003270     IF DM-HIST-FILE-STATUS = "00"
003280         MOVE 'Y' TO DM-HIST-ON-HAND-SWITCH
003290     END-IF.
003300     OPEN OUTPUT LISTING-FILE.
003310     PERFORM 2650-WRITE-PAGE-HEADING
003320         THRU 2650-EXIT.
003330 1000-EXIT.
003340     EXIT.
003350*
003360*****************************************************************
003370* 2000-APPLY-TRANSACTIONS - READ ACCTDTRN.DAT AND APPLY EACH
003380* TRANSACTION IN ORDER OF ARRIVAL.
003390*****************************************************************
003400 2000-APPLY-TRANSACTIONS.
003410     PERFORM 2100-READ-TRANSACTION
003420         THRU 2100-EXIT.
003430     PERFORM UNTIL TRAN-EOF
003440         PERFORM 2200-APPLY-ONE-TRAN
003450             THRU 2200-EXIT
003460         PERFORM 2100-READ-TRANSACTION
003470             THRU 2100-EXIT
003480     END-PERFORM.
003490 2000-EXIT.
003500     EXIT.
003510*
003520*****************************************************************
003530* 2100-READ-TRANSACTION - READ ONE MAINTENANCE TRANSACTION.
003540*****************************************************************
003550 2100-READ-TRANSACTION.
003560     READ DISP-TRAN
003570         AT END
003580             MOVE 'Y' TO DM-TRAN-EOF-SWITCH
003590     END-READ.
003600 2100-EXIT.
003610     EXIT.
003620*
003630*****************************************************************
003640* 2200-APPLY-ONE-TRAN - VALIDATE THE ACCOUNT AND ROUTE THE
003650* TRANSACTION BY ITS ACTION CODE.
003660*****************************************************************
003670 2200-APPLY-ONE-TRAN.
003680     IF DTR-AMOUNT NOT NUMERIC
003690         MOVE "AMOUNT IS NOT NUMERIC" TO DM-ERROR-REASON
003700         PERFORM 3700-WRITE-ERROR
003710             THRU 3700-EXIT
003720         GO TO 2200-EXIT
003730     END-IF.
003740     PERFORM 3600-READ-ACCOUNT
003750         THRU 3600-EXIT.
003760     IF NOT ACCOUNT-FOUND
003770         MOVE "ACCOUNT NOT ON MASTER FILE" TO DM-ERROR-REASON
003780         PERFORM 3700-WRITE-ERROR
003790             THRU 3700-EXIT
003800         GO TO 2200-EXIT
003810     END-IF.
003820     EVALUATE TRUE
003830         WHEN DTR-OPEN
003840             PERFORM 2300-OPEN-DISPUTE
003850                 THRU 2300-EXIT
003860         WHEN DTR-CHANGE
003870             PERFORM 2400-CHANGE-DISPUTE
003880                 THRU 2400-EXIT
003890         WHEN DTR-FAVOR-CUSTOMER
003900             PERFORM 2500-RESOLVE-FOR-CUSTOMER
003910                 THRU 2500-EXIT
003920         WHEN DTR-FAVOR-BANK
003930             PERFORM 2550-RESOLVE-FOR-BANK
003940                 THRU 2550-EXIT
003950         WHEN OTHER
003960             MOVE "UNKNOWN ACTION CODE" TO DM-ERROR-REASON
003970             PERFORM 3700-WRITE-ERROR
003980                 THRU 3700-EXIT
003990     END-EVALUATE.
004000 2200-EXIT.
004010     EXIT.
004020*
004030*****************************************************************
004040* 2300-OPEN-DISPUTE - RECORD A NEW DISPUTE UNDER THE NEXT FREE
004050* DISPUTE NUMBER FOR THE ACCOUNT.
004060*****************************************************************
004070 2300-OPEN-DISPUTE.
004080     IF DTR-AMOUNT NOT > ZERO
004090         MOVE "DISPUTED AMOUNT MUST BE MORE THAN ZERO" TO
004100             DM-ERROR-REASON
004110         PERFORM 3700-WRITE-ERROR
004120             THRU 3700-EXIT
004130         GO TO 2300-EXIT
004140     END-IF.
004150     IF DTR-REFERENCE = SPACES
004160         MOVE "REFERENCE OF THE DISPUTED POSTING IS BLANK" TO
004170             DM-ERROR-REASON
004180         PERFORM 3700-WRITE-ERROR
004190             THRU 3700-EXIT
004200         GO TO 2300-EXIT
004210     END-IF.
004220     PERFORM 3400-CHECK-OPEN-REFERENCE
004230         THRU 3400-EXIT.
004240     IF REFERENCE-ALREADY-OPEN
004250         MOVE "REFERENCE ALREADY UNDER OPEN DISPUTE" TO
004260             DM-ERROR-REASON
004270         PERFORM 3700-WRITE-ERROR
004280             THRU 3700-EXIT
004290         GO TO 2300-EXIT
004300     END-IF.
004310     PERFORM 3450-FIND-POSTING
004320         THRU 3450-EXIT.
004330     MOVE SPACES TO DISP-FIELDS.
004340     MOVE DTR-ACCT-NO    TO DSP-ACCT-NO.
004350     MOVE DTR-AMOUNT     TO DSP-AMOUNT.
004360     MOVE DTR-REFERENCE  TO DSP-REFERENCE.
004370     MOVE DM-POSTED-DATE TO DSP-POSTED-DATE.
004380     MOVE DM-RUN-DATE    TO DSP-OPEN-DATE.
004390     MOVE 'O'            TO DSP-STATUS.
004400     MOVE ZERO           TO DSP-RESOLVED-DATE.
004410     MOVE ZERO           TO DSP-CREDIT-AMT.
004420     MOVE DTR-REASON     TO DSP-REASON.
004430     MOVE DM-RUN-DATE    TO DSP-LAST-MAINT.
004440     MOVE 1 TO DSP-SEQ.
004450     MOVE 'N' TO DM-WRITTEN-SWITCH.
004460     PERFORM UNTIL DISPUTE-WRITTEN OR DSP-SEQ > 9998
004470         WRITE DISP-FIELDS
004480             INVALID KEY
004490                 ADD 1 TO DSP-SEQ
004500             NOT INVALID KEY
004510                 MOVE 'Y' TO DM-WRITTEN-SWITCH
004520         END-WRITE
004530     END-PERFORM.
004540     IF NOT DISPUTE-WRITTEN
004550         MOVE "NO FREE DISPUTE NUMBER FOR THE ACCOUNT" TO
004560             DM-ERROR-REASON
004570         PERFORM 3700-WRITE-ERROR
004580             THRU 3700-EXIT
004590         GO TO 2300-EXIT
004600     END-IF.
004610     ADD 1 TO DM-OPEN-COUNT.
004620     MOVE "OPENED" TO DM-LINE-LABEL.
004630     IF DM-POSTED-DATE = ZERO
004640         MOVE "REF NOT ON HISTORY" TO DM-LINE-NOTE
004650     ELSE
004660         MOVE SPACES TO DM-LINE-NOTE
004670     END-IF.
004680     PERFORM 2600-WRITE-DISPUTE-LINE
004690         THRU 2600-EXIT.
004700 2300-EXIT.
004710     EXIT.
004720*
004730*****************************************************************
004740* 2400-CHANGE-DISPUTE - TAKE A CORRECTED AMOUNT AND/OR REASON
004750* ONTO AN OPEN DISPUTE. BOTH THE OLD AND THE NEW ARE LISTED.
004760*****************************************************************
004770 2400-CHANGE-DISPUTE.
004780     PERFORM 3500-READ-OPEN-DISPUTE
004790         THRU 3500-EXIT.
004800     IF DM-ERROR-REASON NOT = SPACES
004810         PERFORM 3700-WRITE-ERROR
004820             THRU 3700-EXIT
004830         GO TO 2400-EXIT
004840     END-IF.
004850     IF DTR-AMOUNT = ZERO
004860             AND DTR-REASON = SPACES
004870         MOVE "NOTHING KEYED TO CHANGE" TO DM-ERROR-REASON
004880         PERFORM 3700-WRITE-ERROR
004890             THRU 3700-EXIT
004900         GO TO 2400-EXIT
004910     END-IF.
004920     MOVE SPACES TO DM-LINE-NOTE.
004930     MOVE "CHG-OLD" TO DM-LINE-LABEL.
004940     PERFORM 2600-WRITE-DISPUTE-LINE
004950         THRU 2600-EXIT.
004960     IF DTR-AMOUNT > ZERO
004970         MOVE DTR-AMOUNT TO DSP-AMOUNT
004980     END-IF.
004990     IF DTR-REASON NOT = SPACES
005000         MOVE DTR-REASON TO DSP-REASON
005010     END-IF.
005020     MOVE DM-RUN-DATE TO DSP-LAST-MAINT.
005030     REWRITE DISP-FIELDS.
005040     ADD 1 TO DM-CHANGE-COUNT.
005050     MOVE "CHG-NEW" TO DM-LINE-LABEL.
005060     PERFORM 2600-WRITE-DISPUTE-LINE
005070         THRU 2600-EXIT.
005080 2400-EXIT.
005090     EXIT.
005100*
005110*****************************************************************
005120* 2500-RESOLVE-FOR-CUSTOMER - CLOSE AN OPEN DISPUTE IN THE
005130* CUSTOMER'S FAVOR AND QUEUE THE CREDIT ADJUSTMENT. A PARTIAL
005140* CREDIT IS KEYED AS THE AMOUNT; IT MAY NOT EXCEED THE AMOUNT IN
005150* DISPUTE.
005160*****************************************************************
005170 2500-RESOLVE-FOR-CUSTOMER.
005180     PERFORM 3500-READ-OPEN-DISPUTE
005190         THRU 3500-EXIT.
005200     IF DM-ERROR-REASON NOT = SPACES
005210         PERFORM 3700-WRITE-ERROR
005220             THRU 3700-EXIT
005230         GO TO 2500-EXIT
005240     END-IF.
005250     IF ACCT-CLOSED OR ACCT-CHARGED-OFF
005260         MOVE "ACCOUNT CLOSED OR CHARGED OFF - REFUND BY HAND"
005270             TO DM-ERROR-REASON
005280         PERFORM 3700-WRITE-ERROR
005290             THRU 3700-EXIT
005300         GO TO 2500-EXIT
005310     END-IF.
005320     IF DTR-AMOUNT > ZERO
005330         MOVE DTR-AMOUNT TO DM-CREDIT-AMT
005340     ELSE
005350         MOVE DSP-AMOUNT TO DM-CREDIT-AMT
005360     END-IF.
005370     IF DM-CREDIT-AMT > DSP-AMOUNT
005380         MOVE "CREDIT IS MORE THAN THE AMOUNT IN DISPUTE" TO
005390             DM-ERROR-REASON
005400         PERFORM 3700-WRITE-ERROR
005410             THRU 3700-EXIT
005420         GO TO 2500-EXIT
005430     END-IF.
005440     PERFORM 2800-WRITE-CREDIT
005450         THRU 2800-EXIT.
005460     MOVE 'F'           TO DSP-STATUS.
005470     MOVE DM-RUN-DATE   TO DSP-RESOLVED-DATE.
005480     MOVE DM-CREDIT-AMT TO DSP-CREDIT-AMT.
005490     IF DTR-REASON NOT = SPACES
005500         MOVE DTR-REASON TO DSP-REASON
005510     END-IF.
005520     MOVE DM-RUN-DATE   TO DSP-LAST-MAINT.
005530     REWRITE DISP-FIELDS.
005540     ADD 1 TO DM-CUSTOMER-COUNT.
005550     ADD DM-CREDIT-AMT TO DM-CREDIT-TOTAL.
005560     MOVE "CUST-FAV" TO DM-LINE-LABEL.
005570     MOVE "CREDIT QUEUED" TO DM-LINE-NOTE.
005580     PERFORM 2600-WRITE-DISPUTE-LINE
005590         THRU 2600-EXIT.
005600 2500-EXIT.
005610     EXIT.
005620*
005630*****************************************************************
005640* 2550-RESOLVE-FOR-BANK - CLOSE AN OPEN DISPUTE IN THE BANK'S
005650* FAVOR. THE CHARGE STANDS AND NOTHING IS POSTED.
005660*****************************************************************
005670 2550-RESOLVE-FOR-BANK.
005680     PERFORM 3500-READ-OPEN-DISPUTE
005690         THRU 3500-EXIT.
005700     IF DM-ERROR-REASON NOT = SPACES
005710         PERFORM 3700-WRITE-ERROR
005720             THRU 3700-EXIT
005730         GO TO 2550-EXIT
005740     END-IF.
005750     MOVE 'B'         TO DSP-STATUS.
005760     MOVE DM-RUN-DATE TO DSP-RESOLVED-DATE.
005770     MOVE ZERO        TO DSP-CREDIT-AMT.
005780     IF DTR-REASON NOT = SPACES
005790         MOVE DTR-REASON TO DSP-REASON
005800     END-IF.
005810     MOVE DM-RUN-DATE TO DSP-LAST-MAINT.
005820     REWRITE DISP-FIELDS.
005830     ADD 1 TO DM-BANK-COUNT.
005840     MOVE "BANK-FAV" TO DM-LINE-LABEL.
005850     MOVE "CHARGE STANDS" TO DM-LINE-NOTE.
005860     PERFORM 2600-WRITE-DISPUTE-LINE
005870         THRU 2600-EXIT.
005880 2550-EXIT.
005890     EXIT.
005900*
005910*****************************************************************
005920* 2600-WRITE-DISPUTE-LINE - LIST THE DISPUTE NOW IN DISP-FIELDS
005930* UNDER THE LABEL IN DM-LINE-LABEL.
005940*****************************************************************
005950 2600-WRITE-DISPUTE-LINE.
005960     MOVE SPACES TO LST-DETAIL-LINE.
005970     MOVE DM-LINE-LABEL  TO LSTD-ACTION-O.
005980     MOVE DSP-ACCT-NO    TO LSTD-ACCT-NO-O.
005990     MOVE DSP-SEQ        TO LSTD-SEQ-O.
006000     MOVE DSP-AMOUNT     TO LSTD-AMOUNT-O.
006010     MOVE DSP-STATUS     TO LSTD-STATUS-O.
006020     MOVE DSP-OPEN-DATE  TO LSTD-OPEN-DATE-O.
006030     MOVE DSP-REFERENCE  TO LSTD-REFERENCE-O.
006040     MOVE DSP-REASON     TO LSTD-REASON-O.
006050     MOVE DM-LINE-NOTE   TO LSTD-NOTE-O.
006060     PERFORM 2700-CHECK-PAGE
006070         THRU 2700-EXIT.
006080     WRITE LST-DETAIL-LINE.
006090     ADD 1 TO DM-LINE-COUNT.
006100 2600-EXIT.
006110     EXIT.
006120*
006130*****************************************************************
006140* 2650-WRITE-PAGE-HEADING - WRITE THE LISTING HEADING BLOCK
006150* (REPORT NAME, RUN DATE, PAGE NUMBER) AND THE COLUMN TITLES AT
006160* THE TOP OF A PAGE.
006170*****************************************************************
006180 2650-WRITE-PAGE-HEADING.
006190     ADD 1 TO DM-PAGE-NO.
006200     MOVE SPACES TO LST-PAGE-HDR-LINE.
006210     MOVE "DISPUTE MAINTENANCE       " TO
006220         LST-PAGE-HDR-LINE(1:26).
006230     MOVE DM-RUN-DATE TO LSTH-DATE-O.
006240     MOVE "   PAGE" TO LST-PAGE-HDR-LINE(35:7).
006250     MOVE DM-PAGE-NO TO LSTH-PAGE-O.
006260     WRITE LST-PAGE-HDR-LINE.
006270     MOVE SPACES TO LST-COLUMN-LINE.
006280     MOVE "ACTION"      TO LST-COLUMN-LINE(1:6).
006290     MOVE "ACCOUNT"     TO LST-COLUMN-LINE(10:7).
006300     MOVE "NO."         TO LST-COLUMN-LINE(19:3).
006310     MOVE "AMOUNT"      TO LST-COLUMN-LINE(31:6).
006320     MOVE "S"           TO LST-COLUMN-LINE(39:1).
006330     MOVE "OPENED"      TO LST-COLUMN-LINE(42:6).
006340     MOVE "REFERENCE"   TO LST-COLUMN-LINE(52:9).
006350     MOVE "REASON"      TO LST-COLUMN-LINE(73:6).
006360     MOVE "NOTE"        TO LST-COLUMN-LINE(94:4).
006370     WRITE LST-COLUMN-LINE.
006380     MOVE 2 TO DM-LINE-COUNT.
006390 2650-EXIT.
006400     EXIT.
006410*
006420*****************************************************************
006430* 2700-CHECK-PAGE - BREAK TO A NEW PAGE WHEN THE CURRENT ONE IS
006440* FULL.
006450*****************************************************************
006460 2700-CHECK-PAGE.
006470     IF DM-LINE-COUNT >= DM-PAGE-LIMIT
006480         PERFORM 2650-WRITE-PAGE-HEADING
006490             THRU 2650-EXIT
006500     END-IF.
006510 2700-EXIT.
006520     EXIT.
006530*
006540*****************************************************************
006550* 2800-WRITE-CREDIT - APPEND THE CREDIT ADJUSTMENT AS A POSITIVE
006560* 'J' TO ACCTPMT.DAT, OPENING THE FILE AND WRITING THE BATCH
006570* HEADER FIRST TIME THROUGH. THE REFERENCE NAMES THE DISPUTE.
006580*****************************************************************
006590 2800-WRITE-CREDIT.
006600     IF NOT CREDIT-BATCH-OPEN
006610         OPEN EXTEND PMT-OUT
006620         IF DM-PMT-FILE-STATUS NOT = "00"
006630             OPEN OUTPUT PMT-OUT
006640         END-IF
006650         MOVE SPACES TO PMT-BATCH-HDR-REC
006660         MOVE 'H' TO PBH-REC-CODE
006670         MOVE DM-RUN-DATE TO PBH-BATCH-DATE
006680         MOVE "ACCTDSPM" TO PBH-SOURCE-ID
006690         WRITE PMT-BATCH-HDR-REC
006700         MOVE 'Y' TO DM-PMT-OPEN-SWITCH
006710     END-IF.
006720     MOVE SPACES TO PMT-OUT-REC.
006730     MOVE 'J' TO PIN-TRAN-CODE.
006740     MOVE DSP-ACCT-NO TO PIN-ACCT-NO.
006750     MOVE DM-CREDIT-AMT TO PIN-AMOUNT.
006760     MOVE SPACES TO PIN-REFERENCE.
006770     STRING "DSP " DELIMITED BY SIZE
006780         DSP-ACCT-NO DELIMITED BY SIZE
006790         "-" DELIMITED BY SIZE
006800         DSP-SEQ DELIMITED BY SIZE
006810         INTO PIN-REFERENCE
006820     END-STRING.
006830     WRITE PMT-OUT-REC.
006840     ADD 1 TO DM-BATCH-COUNT.
006850     ADD DM-CREDIT-AMT TO DM-BATCH-HASH.
006860 2800-EXIT.
006870     EXIT.
006880*
006890*****************************************************************
006900* 3400-CHECK-OPEN-REFERENCE - LOOK THROUGH THE ACCOUNT'S
006910* DISPUTES FOR AN OPEN ONE ON THE SAME REFERENCE. SETS
006920* REFERENCE-ALREADY-OPEN.
006930*****************************************************************
006940 3400-CHECK-OPEN-REFERENCE.
006950     MOVE 'N' TO DM-DUP-SWITCH.
006960     MOVE 'N' TO DM-SCAN-EOF-SWITCH.
006970     MOVE DTR-ACCT-NO TO DSP-ACCT-NO.
006980     MOVE ZERO        TO DSP-SEQ.
006990     START DISP-FILE KEY NOT < DSP-KEY
007000         INVALID KEY
007010             GO TO 3400-EXIT
007020     END-START.
007030     PERFORM UNTIL END-OF-SCAN
007040         READ DISP-FILE NEXT RECORD
007050             AT END
007060                 MOVE 'Y' TO DM-SCAN-EOF-SWITCH
007070             NOT AT END
007080                 IF DSP-ACCT-NO NOT = DTR-ACCT-NO
007090                     MOVE 'Y' TO DM-SCAN-EOF-SWITCH
007100                 ELSE
007110                     IF DSP-OPEN
007120                             AND DSP-REFERENCE = DTR-REFERENCE
007130                         MOVE 'Y' TO DM-DUP-SWITCH
007140                     END-IF
007150                 END-IF
007160         END-READ
007170     END-PERFORM.
007180 3400-EXIT.
007190     EXIT.
007200*
007210*****************************************************************
007220* 3450-FIND-POSTING - LOOK FOR THE DISPUTED POSTING ON THE
007230* ACCOUNT'S HISTORY AND TAKE ITS POSTING DATE. LEAVES ZERO WHEN
007240* IT IS NOT THERE (OR THERE IS NO HISTORY FILE).
007250*****************************************************************
007260 3450-FIND-POSTING.
007270     MOVE ZERO TO DM-POSTED-DATE.
007280     IF NOT HIST-FILE-ON-HAND
007290         GO TO 3450-EXIT
007300     END-IF.
007310     MOVE 'N' TO DM-SCAN-EOF-SWITCH.
007320     MOVE DTR-ACCT-NO TO HST-ACCT-NO.
007330     MOVE ZERO        TO HST-RUN-DATE.
007340     MOVE ZERO        TO HST-SEQ.
007350     START HIST-FILE KEY NOT < HST-KEY
007360         INVALID KEY
007370             GO TO 3450-EXIT
007380     END-START.
007390     PERFORM UNTIL END-OF-SCAN
007400         READ HIST-FILE NEXT RECORD
007410             AT END
007420                 MOVE 'Y' TO DM-SCAN-EOF-SWITCH
007430             NOT AT END
007440                 IF HST-ACCT-NO NOT = DTR-ACCT-NO
007450                     MOVE 'Y' TO DM-SCAN-EOF-SWITCH
007460                 ELSE
007470                     IF HST-REFERENCE = DTR-REFERENCE
007480                         MOVE HST-RUN-DATE TO DM-POSTED-DATE
007490                     END-IF
007500                 END-IF
007510         END-READ
007520     END-PERFORM.
007530 3450-EXIT.
007540     EXIT.
007550*
007560*****************************************************************
007570* 3500-READ-OPEN-DISPUTE - KEYED READ OF THE DISPUTE NAMED BY THE
007580* CURRENT TRANSACTION. LEAVES A REASON IN DM-ERROR-REASON WHEN
007590* IT IS NOT ON FILE OR IS NO LONGER OPEN, OR SPACES WHEN IT IS.
007600*****************************************************************
007610 3500-READ-OPEN-DISPUTE.
007620     MOVE SPACES TO DM-ERROR-REASON.
007630     MOVE 'N' TO DM-FOUND-SWITCH.
007640     MOVE DTR-ACCT-NO TO DSP-ACCT-NO.
007650     MOVE DTR-SEQ     TO DSP-SEQ.
007660     READ DISP-FILE
007670         INVALID KEY
007680             CONTINUE
007690         NOT INVALID KEY
007700             MOVE 'Y' TO DM-FOUND-SWITCH
007710     END-READ.
007720     IF NOT RECORD-FOUND
007730         MOVE "DISPUTE NOT ON FILE" TO DM-ERROR-REASON
007740         GO TO 3500-EXIT
007750     END-IF.
007760     IF NOT DSP-OPEN
007770         MOVE "DISPUTE IS ALREADY RESOLVED" TO DM-ERROR-REASON
007780     END-IF.
007790 3500-EXIT.
007800     EXIT.
007810*
007820*****************************************************************
007830* 3600-READ-ACCOUNT - KEYED READ OF THE TRANSACTION'S ACCOUNT ON
007840* THE MASTER. SETS ACCOUNT-FOUND.
007850*****************************************************************
007860 3600-READ-ACCOUNT.
007870     MOVE 'N' TO DM-ACCT-FOUND-SWITCH.
007880     MOVE DTR-ACCT-NO TO ACCT-NO.
007890     READ ACCT-REC
007900         INVALID KEY
007910             CONTINUE
007920         NOT INVALID KEY
007930             MOVE 'Y' TO DM-ACCT-FOUND-SWITCH
007940     END-READ.
007950 3600-EXIT.
007960     EXIT.
007970*
007980*****************************************************************
007990* 3700-WRITE-ERROR - LIST ONE TRANSACTION THAT COULD NOT BE
008000* APPLIED, WITH ITS REASON, ON THE DISPUTE LISTING.
008010*****************************************************************
008020 3700-WRITE-ERROR.
008030     MOVE SPACES TO LST-REJECT-LINE.
008040     MOVE "REJECTED"      TO LSTR-ACTION-O.
008050     MOVE DTR-ACCT-NO     TO LSTR-ACCT-NO-O.
008060     MOVE DTR-SEQ         TO LSTR-SEQ-O.
008070     MOVE DTR-ACTION-CODE TO LSTR-CODE-O.
008080     MOVE DM-ERROR-REASON TO LSTR-REASON-O.
008090     PERFORM 2700-CHECK-PAGE
008100         THRU 2700-EXIT.
008110     WRITE LST-REJECT-LINE.
008120     ADD 1 TO DM-LINE-COUNT.
008130     ADD 1 TO DM-ERROR-COUNT.
008140 3700-EXIT.
008150     EXIT.
008160*
008170*****************************************************************
008180* 4000-FINALIZE - CLOSE THE CREDIT BATCH, WRITE THE RUN TOTALS TO
008190* THE LISTING, CLOSE THE FILES AND DISPLAY THE SAME TOTALS ON THE
008200* CONSOLE.
008210*****************************************************************
008220 4000-FINALIZE.
008230     IF CREDIT-BATCH-OPEN
008240         MOVE SPACES TO PMT-BATCH-TRL-REC
008250         MOVE 'T' TO PBT-REC-CODE
008260         MOVE DM-BATCH-COUNT TO PBT-RECORD-COUNT
008270         MOVE DM-BATCH-HASH TO PBT-HASH-TOTAL
008280         WRITE PMT-BATCH-TRL-REC
008290         CLOSE PMT-OUT
008300     END-IF.
008310     IF DM-LINE-COUNT + 6 > DM-PAGE-LIMIT
008320         PERFORM 2650-WRITE-PAGE-HEADING
008330             THRU 2650-EXIT
008340     END-IF.
008350     MOVE SPACES TO LST-TOTAL-LINE.
008360     MOVE "DISPUTES OPENED       : " TO LSTT-LABEL-O.
008370     MOVE DM-OPEN-COUNT TO LSTT-COUNT-O.
008380     WRITE LST-TOTAL-LINE.
008390     MOVE SPACES TO LST-TOTAL-LINE.
008400     MOVE "DISPUTES CHANGED      : " TO LSTT-LABEL-O.
008410     MOVE DM-CHANGE-COUNT TO LSTT-COUNT-O.
008420     WRITE LST-TOTAL-LINE.
008430     MOVE SPACES TO LST-TOTAL-LINE.
008440     MOVE "RESOLVED FOR CUSTOMER : " TO LSTT-LABEL-O.
008450     MOVE DM-CUSTOMER-COUNT TO LSTT-COUNT-O.
008460     MOVE "CREDIT QUEUED: " TO LSTT-AMOUNT-LBL-O.
008470     MOVE DM-CREDIT-TOTAL TO LSTT-AMOUNT-O.
008480     WRITE LST-TOTAL-LINE.
008490     MOVE SPACES TO LST-TOTAL-LINE.
008500     MOVE "RESOLVED FOR BANK     : " TO LSTT-LABEL-O.
008510     MOVE DM-BANK-COUNT TO LSTT-COUNT-O.
008520     WRITE LST-TOTAL-LINE.
008530     MOVE SPACES TO LST-TOTAL-LINE.
008540     MOVE "TRANSACTIONS REJECTED : " TO LSTT-LABEL-O.
008550     MOVE DM-ERROR-COUNT TO LSTT-COUNT-O.
008560     WRITE LST-TOTAL-LINE.
008570     MOVE SPACES TO LST-MARKER-LINE.
008580     MOVE "*** END OF REPORT ***" TO LST-MARKER-LINE.
008590     WRITE LST-MARKER-LINE.
008600     CLOSE DISP-TRAN.
008610     CLOSE DISP-FILE.
008620     CLOSE ACCT-REC.
008630     IF HIST-FILE-ON-HAND
008640         CLOSE HIST-FILE
008650     END-IF.
008660     CLOSE LISTING-FILE.
008670     DISPLAY "ACCTDSPM RUN TOTALS -".
008680     DISPLAY "  DISPUTES OPENED      : " DM-OPEN-COUNT.
008690     DISPLAY "  DISPUTES CHANGED     : " DM-CHANGE-COUNT.
008700     DISPLAY "  RESOLVED FOR CUSTOMER: " DM-CUSTOMER-COUNT.
008710     DISPLAY "  RESOLVED FOR BANK    : " DM-BANK-COUNT.
008720     DISPLAY "  CREDIT QUEUED        : " DM-CREDIT-TOTAL.
008730     DISPLAY "  TRANSACTIONS REJECTED: " DM-ERROR-COUNT.
008740     IF CREDIT-BATCH-OPEN
008750         DISPLAY "ACCTDSPM - RUN ACCTPOST TO POST THE CREDITS."
008760     END-IF.
008770 4000-EXIT.
008780     EXIT.
