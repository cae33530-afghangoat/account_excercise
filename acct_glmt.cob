000010*****************************************************************
000020* ACCT-GLMT
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. ACCTGLMT.
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
000160*    10/15/2026  RH     ORIGINAL PROGRAM - GENERAL LEDGER MAPPING
000170*                       MAINTENANCE. THE DAILY GL INTERFACE
000180*                       (ACCTGL) TAKES THE DEBIT AND CREDIT
000190*                       LEDGER ACCOUNTS FOR EACH POSTING TRAN
000200*                       CODE AND CURRENCY FROM A KEYED MAPPING
000210*                       FILE (ACCTGLMP.DAT) MAINTAINED BY THIS RUN
000220*                       FROM TRANSACTIONS KEYED TO ACCTGTRN.DAT,
000230*                       SO A CHART-OF-ACCOUNTS CHANGE NEVER NEEDS
000240*                       A PROGRAM CHANGE.
000250*
000260* ONE RECORD PER JOURNAL TRAN CODE AND CURRENCY CODE.
000270*
000280*    ACTION CODE A (ADD)    - MAPPING MUST NOT ALREADY EXIST.
000290*    ACTION CODE C (CHANGE) - MAPPING MUST ALREADY EXIST.
000300*    ACTION CODE D (DELETE) - MAPPING MUST ALREADY EXIST.
000310*
000320* EACH MAPPING CARRIES THE NORMAL SIGN OF ITS TRAN CODE ON THE
000330* POSTING JOURNAL - '+' FOR CODES THAT REDUCE WHAT THE CUSTOMER
000340* OWES (PAYMENT, CREDIT ADJUSTMENT, CHARGE-OFF, RECOVERY), '-'
000350* FOR CODES THAT ADD TO IT (CHARGE). THE DEBIT AND CREDIT
000360* ACCOUNTS ARE THOSE FOR A JOURNAL AMOUNT OF THE NORMAL SIGN.
000370* ACCTGL SWAPS THEM FOR AMOUNTS OF THE OPPOSITE SIGN, SO A DEBIT
000380* ADJUSTMENT IS BOOKED AS THE MIRROR OF A CREDIT ONE.
000390*
000400* EVERY TRANSACTION, APPLIED OR REJECTED, IS LISTED ON THE
000410* CHANGE LISTING (ACCTGLST.DAT) WITH THE BEFORE AND AFTER
000420* ACCOUNTS, SO THE UPDATE CAN BE CHECKED AGAINST THE SIGNED
000430* REQUEST FROM FINANCE.
000440*
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480*
000490     SELECT GLMAP-TRAN ASSIGN TO "ACCTGTRN.DAT"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS GM-TRAN-FILE-STATUS.
000520     SELECT GLMAP-MASTER ASSIGN TO "ACCTGLMP.DAT"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS GLM-KEY
000560         FILE STATUS IS GM-GLMP-FILE-STATUS.
000570     SELECT LISTING-FILE ASSIGN TO "ACCTGLST.DAT"
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590*
000600 DATA DIVISION.
000610 FILE SECTION.
000620*
000630*  GL MAPPING MAINTENANCE TRANSACTIONS, AS KEYED.
000640  FD  GLMAP-TRAN
000650      RECORDING MODE F.
000660  01  GLMAP-TRAN-REC.
000670      05  GMT-ACTION-CODE     PIC X(01).
000680          88  GMT-ADD                     VALUE 'A'.
000690          88  GMT-CHANGE                  VALUE 'C'.
000700          88  GMT-DELETE                  VALUE 'D'.
000710      05  GMT-TRAN-CODE       PIC X(01).
000720          88  GMT-KNOWN-TRAN-CODE         VALUE 'P', 'C', 'J',
000730                                                'W', 'R'.
000740      05  GMT-CURR-CODE       PIC X(03).
000750      05  GMT-NORMAL-SIGN     PIC X(01).
000760          88  GMT-SIGN-VALID              VALUE '+', '-'.
000770      05  GMT-DEBIT-ACCT      PIC X(12).
000780      05  GMT-CREDIT-ACCT     PIC X(12).
000790      05  GMT-DESCRIPTION     PIC X(20).
000800*
000810*  KEYED GL MAPPING FILE. THE LAYOUT IS REPEATED IN ACCTGL.
000820  FD  GLMAP-MASTER
000830      RECORDING MODE F.
000840  01  GLMAP-FIELDS.
000850      05  GLM-KEY.
000860          10  GLM-TRAN-CODE   PIC X(01).
000870          10  GLM-CURR-CODE   PIC X(03).
000880      05  GLM-NORMAL-SIGN     PIC X(01).
000890      05  GLM-DEBIT-ACCT      PIC X(12).
000900      05  GLM-CREDIT-ACCT     PIC X(12).
000910      05  GLM-DESCRIPTION     PIC X(20).
000920      05  GLM-LAST-MAINT      PIC 9(08).
000930*
000940*****************************************************************
000950* LISTING-FILE - THE CHANGE LISTING. SEVERAL 01-LEVEL RECORDS
000960* SHARE THE SAME FD, THE SAME WAY THE ACCTCTRY LISTING IS BUILT.
000970*****************************************************************
000980  FD  LISTING-FILE
000990      RECORDING MODE F.
001000  01  LST-DETAIL-LINE.
001010      05  LSTD-ACTION-O       PIC X(9).
001020      05  LSTD-TRAN-CODE-O    PIC X(1).
001030      05  FILLER              PIC X(4)  VALUE SPACES.
001040      05  LSTD-CURR-CODE-O    PIC X(3).
001050      05  FILLER              PIC X(3)  VALUE SPACES.
001060      05  LSTD-SIGN-O         PIC X(1).
001070      05  FILLER              PIC X(3)  VALUE SPACES.
001080      05  LSTD-DEBIT-ACCT-O   PIC X(12).
001090      05  FILLER              PIC X(2)  VALUE SPACES.
001100      05  LSTD-CREDIT-ACCT-O  PIC X(12).
001110      05  FILLER              PIC X(2)  VALUE SPACES.
001120      05  LSTD-DESCRIPTION-O  PIC X(20).
001130      05  FILLER              PIC X(28).
001140  01  LST-REJECT-LINE.
001150      05  LSTR-ACTION-O       PIC X(9).
001160      05  LSTR-TRAN-CODE-O    PIC X(1).
001170      05  FILLER              PIC X(4)  VALUE SPACES.
001180      05  LSTR-CURR-CODE-O    PIC X(3).
001190      05  FILLER              PIC X(3)  VALUE SPACES.
001200      05  LSTR-CODE-O         PIC X(1).
001210      05  FILLER              PIC X(3)  VALUE SPACES.
001220      05  LSTR-REASON-O       PIC X(40).
001230      05  FILLER              PIC X(36).
001240  01  LST-TOTAL-LINE.
001250      05  LSTT-LABEL-O        PIC X(24).
001260      05  LSTT-COUNT-O        PIC ZZZ,ZZ9.
001270      05  FILLER              PIC X(69).
001280  01  LST-PAGE-HDR-LINE.
001290      05  FILLER              PIC X(26) VALUE
001300          "GL MAPPING CHANGES        ".
001310      05  LSTH-DATE-O         PIC 9(8).
001320      05  FILLER              PIC X(7)  VALUE "   PAGE".
001330      05  FILLER              PIC X(1)  VALUE SPACE.
001340      05  LSTH-PAGE-O         PIC ZZZ9.
001350      05  FILLER              PIC X(54).
001360  01  LST-COLUMN-LINE.
001370      05  FILLER              PIC X(9)  VALUE "ACTION".
001380      05  FILLER              PIC X(5)  VALUE "CODE".
001390      05  FILLER              PIC X(6)  VALUE "CURR".
001400      05  FILLER              PIC X(4)  VALUE "SGN".
001410      05  FILLER              PIC X(14) VALUE "DEBIT ACCT".
001420      05  FILLER              PIC X(14) VALUE "CREDIT ACCT".
001430      05  FILLER              PIC X(48) VALUE "DESCRIPTION".
001440  01  LST-MARKER-LINE         PIC X(100).
001450*
001460 WORKING-STORAGE SECTION.
001470*
001480*  END-OF-FILE SWITCH.
001490  77  GM-TRAN-EOF-SWITCH      PIC X(01)   VALUE 'N'.
001500      88  TRAN-EOF                        VALUE 'Y'.
001510*
001520*  FILE STATUS FIELDS. A MAPPING FILE THAT DOES NOT EXIST YET IS
001530*  CREATED, THE SAME WAY ACCTCTRY CREATES ITS REFERENCE FILE.
001540  77  GM-TRAN-FILE-STATUS     PIC X(02)   VALUE SPACES.
001550  77  GM-GLMP-FILE-STATUS     PIC X(02)   VALUE SPACES.
001560*
001570*  WORK SWITCH FOR THE KEYED LOOK-UP.
001580  77  GM-FOUND-SWITCH         PIC X(01)   VALUE 'N'.
001590      88  RECORD-FOUND                    VALUE 'Y'.
001600*
001610*  RUN DATE - LISTING HEADING AND LAST-MAINTAINED DATE.
001620  77  GM-RUN-DATE             PIC 9(08)   VALUE ZERO.
001630*
001640*  RUN CONTROL TOTALS.
001650  77  GM-ADD-COUNT            PIC 9(7) COMP VALUE ZERO.
001660  77  GM-CHANGE-COUNT         PIC 9(7) COMP VALUE ZERO.
001670  77  GM-DELETE-COUNT         PIC 9(7) COMP VALUE ZERO.
001680  77  GM-ERROR-COUNT          PIC 9(7) COMP VALUE ZERO.
001690*
001700  77  GM-ERROR-REASON         PIC X(40)   VALUE SPACES.
001710  77  GM-LINE-LABEL           PIC X(9)    VALUE SPACES.
001720*
001730*  PAGINATION WORK FIELDS. THE PAGE BREAKS AFTER GM-PAGE-LIMIT
001740*  LISTING LINES.
001750  77  GM-LINE-COUNT           PIC 9(3) COMP VALUE ZERO.
001760  77  GM-PAGE-NO              PIC 9(4) COMP VALUE ZERO.
001770  77  GM-PAGE-LIMIT           PIC 9(3) COMP VALUE 55.
001780*
001790 PROCEDURE DIVISION.
001800*
001810*****************************************************************
001820* 0000-MAINLINE - OVERALL CONTROL OF THE RUN.
001830*****************************************************************
001840 0000-MAINLINE.
001850     PERFORM 1000-INITIALIZE
001860         THRU 1000-EXIT.
001870     PERFORM 2000-APPLY-TRANSACTIONS
001880         THRU 2000-EXIT.
001890     PERFORM 4000-FINALIZE
001900         THRU 4000-EXIT.
001910     STOP RUN.
001920*
001930*****************************************************************
001940* 1000-INITIALIZE - OPEN THE FILES AND HEAD THE LISTING. THE
001950* MAPPING FILE IS CREATED EMPTY ON FIRST USE.
001960*****************************************************************
001970 1000-INITIALIZE.
001980     ACCEPT GM-RUN-DATE FROM DATE YYYYMMDD.
001990     OPEN INPUT GLMAP-TRAN.
002000     OPEN I-O GLMAP-MASTER.
002010     IF GM-GLMP-FILE-STATUS NOT = "00"
002020         OPEN OUTPUT GLMAP-MASTER
002030         CLOSE GLMAP-MASTER
002040         OPEN I-O GLMAP-MASTER
002050     END-IF.
002060     OPEN OUTPUT LISTING-FILE.
002070     PERFORM 2650-WRITE-PAGE-HEADING
002080         THRU 2650-EXIT.
002090 1000-EXIT.
002100     EXIT.
002110*
002120*****************************************************************
002130* 2000-APPLY-TRANSACTIONS - READ ACCTGTRN.DAT AND APPLY EACH
002140* TRANSACTION IN ORDER OF ARRIVAL.
002150*****************************************************************
002160 2000-APPLY-TRANSACTIONS.
002170     PERFORM 2100-READ-TRANSACTION
002180         THRU 2100-EXIT.
002190     PERFORM UNTIL TRAN-EOF
002200         PERFORM 2200-APPLY-ONE-TRAN
002210             THRU 2200-EXIT
002220         PERFORM 2100-READ-TRANSACTION
002230             THRU 2100-EXIT
002240     END-PERFORM.
002250 2000-EXIT.
002260     EXIT.
002270*
002280*****************************************************************
002290* 2100-READ-TRANSACTION - READ ONE MAINTENANCE TRANSACTION.
002300*****************************************************************
002310 2100-READ-TRANSACTION.
002320     READ GLMAP-TRAN
002330         AT END
002340             MOVE 'Y' TO GM-TRAN-EOF-SWITCH
002350     END-READ.
002360 2100-EXIT.
002370     EXIT.
002380*
002390*****************************************************************
002400* 2200-APPLY-ONE-TRAN - VALIDATE THE KEY AND ROUTE THE
002410* TRANSACTION BY ITS ACTION CODE.
002420*****************************************************************
002430 2200-APPLY-ONE-TRAN.
002440     IF NOT GMT-KNOWN-TRAN-CODE
002450         MOVE "NOT A POSTING JOURNAL TRAN CODE" TO
002460             GM-ERROR-REASON
002470         PERFORM 3700-WRITE-ERROR
002480             THRU 3700-EXIT
002490         GO TO 2200-EXIT
002500     END-IF.
002510     IF GMT-CURR-CODE = SPACES
002520         MOVE "CURRENCY CODE IS BLANK" TO GM-ERROR-REASON
002530         PERFORM 3700-WRITE-ERROR
002540             THRU 3700-EXIT
002550         GO TO 2200-EXIT
002560     END-IF.
002570     EVALUATE TRUE
002580         WHEN GMT-ADD
002590             PERFORM 2300-ADD-MAPPING
002600                 THRU 2300-EXIT
002610         WHEN GMT-CHANGE
002620             PERFORM 2400-CHANGE-MAPPING
002630                 THRU 2400-EXIT
002640         WHEN GMT-DELETE
002650             PERFORM 2500-DELETE-MAPPING
002660                 THRU 2500-EXIT
002670         WHEN OTHER
002680             MOVE "UNKNOWN ACTION CODE" TO GM-ERROR-REASON
002690             PERFORM 3700-WRITE-ERROR
002700                 THRU 3700-EXIT
002710     END-EVALUATE.
002720 2200-EXIT.
002730     EXIT.
002740*
002750*****************************************************************
002760* 2250-VALIDATE-ACCOUNTS - PROVE THE SIGN AND THE LEDGER
002770* ACCOUNTS KEYED ON AN ADD OR CHANGE. LEAVES A REASON IN
002780* GM-ERROR-REASON, OR SPACES WHEN THE MAPPING IS GOOD.
002790*****************************************************************
002800 2250-VALIDATE-ACCOUNTS.
002810     MOVE SPACES TO GM-ERROR-REASON.
002820     EVALUATE TRUE
002830         WHEN NOT GMT-SIGN-VALID
002840             MOVE "NORMAL SIGN MUST BE + OR -" TO
002850                 GM-ERROR-REASON
002860         WHEN GMT-DEBIT-ACCT = SPACES
002870             MOVE "DEBIT ACCOUNT IS BLANK" TO GM-ERROR-REASON
002880         WHEN GMT-CREDIT-ACCT = SPACES
002890             MOVE "CREDIT ACCOUNT IS BLANK" TO GM-ERROR-REASON
002900         WHEN GMT-DEBIT-ACCT = GMT-CREDIT-ACCT
002910             MOVE "DEBIT AND CREDIT ACCOUNTS ARE THE SAME" TO
002920                 GM-ERROR-REASON
002930     END-EVALUATE.
002940 2250-EXIT.
002950     EXIT.
002960*
002970*****************************************************************
002980* 2300-ADD-MAPPING - WRITE A NEW MAPPING; A DUPLICATE KEY IS
002990* REJECTED.
003000*****************************************************************
003010 2300-ADD-MAPPING.
003020     PERFORM 2250-VALIDATE-ACCOUNTS
003030         THRU 2250-EXIT.
003040     IF GM-ERROR-REASON NOT = SPACES
003050         PERFORM 3700-WRITE-ERROR
003060             THRU 3700-EXIT
003070         GO TO 2300-EXIT
003080     END-IF.
003090     MOVE SPACES TO GLMAP-FIELDS.
003100     MOVE GMT-TRAN-CODE TO GLM-TRAN-CODE.
003110     MOVE GMT-CURR-CODE TO GLM-CURR-CODE.
003120     PERFORM 2350-MOVE-NEW-ACCOUNTS
003130         THRU 2350-EXIT.
003140     WRITE GLMAP-FIELDS
003150         INVALID KEY
003160             MOVE "MAPPING ALREADY ON FILE - ADD REJECTED" TO
003170                 GM-ERROR-REASON
003180             PERFORM 3700-WRITE-ERROR
003190                 THRU 3700-EXIT
003200         NOT INVALID KEY
003210             ADD 1 TO GM-ADD-COUNT
003220             MOVE "ADDED" TO GM-LINE-LABEL
003230             PERFORM 2600-WRITE-MAPPING-LINE
003240                 THRU 2600-EXIT
003250     END-WRITE.
003260 2300-EXIT.
003270     EXIT.
003280*
003290*****************************************************************
003300* 2350-MOVE-NEW-ACCOUNTS - MOVE THE KEYED SIGN, ACCOUNTS AND
003310* DESCRIPTION ONTO THE MAPPING RECORD.
003320*****************************************************************
003330 2350-MOVE-NEW-ACCOUNTS.
003340     MOVE GMT-NORMAL-SIGN TO GLM-NORMAL-SIGN.
003350     MOVE GMT-DEBIT-ACCT  TO GLM-DEBIT-ACCT.
003360     MOVE GMT-CREDIT-ACCT TO GLM-CREDIT-ACCT.
003370     MOVE GMT-DESCRIPTION TO GLM-DESCRIPTION.
003380     MOVE GM-RUN-DATE     TO GLM-LAST-MAINT.
003390 2350-EXIT.
003400     EXIT.
003410*
003420*****************************************************************
003430* 2400-CHANGE-MAPPING - REWRITE AN EXISTING MAPPING IN PLACE.
003440* BOTH THE OLD AND THE NEW ACCOUNTS ARE LISTED.
003450*****************************************************************
003460 2400-CHANGE-MAPPING.
003470     PERFORM 2250-VALIDATE-ACCOUNTS
003480         THRU 2250-EXIT.
003490     IF GM-ERROR-REASON NOT = SPACES
003500         PERFORM 3700-WRITE-ERROR
003510             THRU 3700-EXIT
003520         GO TO 2400-EXIT
003530     END-IF.
003540     PERFORM 3500-READ-MAPPING
003550         THRU 3500-EXIT.
003560     IF NOT RECORD-FOUND
003570         MOVE "MAPPING NOT ON FILE FOR CHANGE" TO
003580             GM-ERROR-REASON
003590         PERFORM 3700-WRITE-ERROR
003600             THRU 3700-EXIT
003610         GO TO 2400-EXIT
003620     END-IF.
003630     MOVE "CHG-OLD" TO GM-LINE-LABEL.
003640     PERFORM 2600-WRITE-MAPPING-LINE
003650         THRU 2600-EXIT.
003660     PERFORM 2350-MOVE-NEW-ACCOUNTS
003670         THRU 2350-EXIT.
003680     REWRITE GLMAP-FIELDS.
003690     ADD 1 TO GM-CHANGE-COUNT.
003700     MOVE "CHG-NEW" TO GM-LINE-LABEL.
003710     PERFORM 2600-WRITE-MAPPING-LINE
003720         THRU 2600-EXIT.
003730 2400-EXIT.
003740     EXIT.
003750*
003760*****************************************************************
003770* 2500-DELETE-MAPPING - REMOVE A MAPPING. ACCTGL WILL REFUSE TO
003780* RELEASE A GL FILE WHILE ANY JOURNAL ACTIVITY IS LEFT UNMAPPED,
003790* SO A DELETE CANNOT SILENTLY DROP POSTINGS FROM THE LEDGER.
003800*****************************************************************
003810 2500-DELETE-MAPPING.
003820     PERFORM 3500-READ-MAPPING
003830         THRU 3500-EXIT.
003840     IF NOT RECORD-FOUND
003850         MOVE "MAPPING NOT ON FILE FOR DELETE" TO
003860             GM-ERROR-REASON
003870         PERFORM 3700-WRITE-ERROR
003880             THRU 3700-EXIT
003890         GO TO 2500-EXIT
003900     END-IF.
003910     MOVE "DELETED" TO GM-LINE-LABEL.
003920     PERFORM 2600-WRITE-MAPPING-LINE
003930         THRU 2600-EXIT.
003940     DELETE GLMAP-MASTER RECORD.
003950     ADD 1 TO GM-DELETE-COUNT.
003960 2500-EXIT.
003970     EXIT.
003980*
003990*****************************************************************
004000* 2600-WRITE-MAPPING-LINE - LIST THE MAPPING NOW IN GLMAP-FIELDS
004010* UNDER THE LABEL IN GM-LINE-LABEL.
004020*****************************************************************
004030 2600-WRITE-MAPPING-LINE.
004040     MOVE SPACES TO LST-DETAIL-LINE.
004050     MOVE GM-LINE-LABEL   TO LSTD-ACTION-O.
004060     MOVE GLM-TRAN-CODE   TO LSTD-TRAN-CODE-O.
004070     MOVE GLM-CURR-CODE   TO LSTD-CURR-CODE-O.
004080     MOVE GLM-NORMAL-SIGN TO LSTD-SIGN-O.
004090     MOVE GLM-DEBIT-ACCT  TO LSTD-DEBIT-ACCT-O.
004100     MOVE GLM-CREDIT-ACCT TO LSTD-CREDIT-ACCT-O.
004110     MOVE GLM-DESCRIPTION TO LSTD-DESCRIPTION-O.
004120     PERFORM 2700-CHECK-PAGE
004130         THRU 2700-EXIT.
004140     WRITE LST-DETAIL-LINE.
004150     ADD 1 TO GM-LINE-COUNT.
004160 2600-EXIT.
004170     EXIT.
004180*
004190*****************************************************************
004200* 2650-WRITE-PAGE-HEADING - WRITE THE LISTING HEADING BLOCK
004210* (REPORT NAME, RUN DATE, PAGE NUMBER) AND THE COLUMN TITLES AT
004220* THE TOP OF A PAGE.
004230*****************************************************************
004240 2650-WRITE-PAGE-HEADING.
004250     ADD 1 TO GM-PAGE-NO.
004260     MOVE SPACES TO LST-PAGE-HDR-LINE.
004270     MOVE "GL MAPPING CHANGES        " TO
004280         LST-PAGE-HDR-LINE(1:26).
004290     MOVE GM-RUN-DATE TO LSTH-DATE-O.
004300     MOVE "   PAGE" TO LST-PAGE-HDR-LINE(35:7).
004310     MOVE GM-PAGE-NO TO LSTH-PAGE-O.
004320     WRITE LST-PAGE-HDR-LINE.
004330     MOVE SPACES TO LST-COLUMN-LINE.
004340     MOVE "ACTION"      TO LST-COLUMN-LINE(1:6).
004350     MOVE "CODE"        TO LST-COLUMN-LINE(10:4).
004360     MOVE "CURR"        TO LST-COLUMN-LINE(15:4).
004370     MOVE "SGN"         TO LST-COLUMN-LINE(21:3).
004380     MOVE "DEBIT ACCT"  TO LST-COLUMN-LINE(25:10).
004390     MOVE "CREDIT ACCT" TO LST-COLUMN-LINE(39:11).
004400     MOVE "DESCRIPTION" TO LST-COLUMN-LINE(53:11).
004410     WRITE LST-COLUMN-LINE.
004420     MOVE 2 TO GM-LINE-COUNT.
004430 2650-EXIT.
004440     EXIT.
004450*
004460*****************************************************************
004470* 2700-CHECK-PAGE - BREAK TO A NEW PAGE WHEN THE CURRENT ONE IS
004480* FULL.
004490*****************************************************************
004500 2700-CHECK-PAGE.
004510     IF GM-LINE-COUNT >= GM-PAGE-LIMIT
004520         PERFORM 2650-WRITE-PAGE-HEADING
004530             THRU 2650-EXIT
004540     END-IF.
004550 2700-EXIT.
004560     EXIT.
004570*
004580*****************************************************************
004590* 3500-READ-MAPPING - KEYED READ OF THE MAPPING NAMED BY THE
004600* CURRENT TRANSACTION. SETS RECORD-FOUND.
004610*****************************************************************
004620 3500-READ-MAPPING.
004630     MOVE 'N' TO GM-FOUND-SWITCH.
004640     MOVE GMT-TRAN-CODE TO GLM-TRAN-CODE.
004650     MOVE GMT-CURR-CODE TO GLM-CURR-CODE.
004660     READ GLMAP-MASTER
004670         INVALID KEY
004680             CONTINUE
004690         NOT INVALID KEY
004700             MOVE 'Y' TO GM-FOUND-SWITCH
004710     END-READ.
004720 3500-EXIT.
004730     EXIT.
004740*
004750*****************************************************************
004760* 3700-WRITE-ERROR - LIST ONE TRANSACTION THAT COULD NOT BE
004770* APPLIED, WITH ITS REASON, ON THE CHANGE LISTING.
004780*****************************************************************
004790 3700-WRITE-ERROR.
004800     MOVE SPACES TO LST-REJECT-LINE.
004810     MOVE "REJECTED"      TO LSTR-ACTION-O.
004820     MOVE GMT-TRAN-CODE   TO LSTR-TRAN-CODE-O.
004830     MOVE GMT-CURR-CODE   TO LSTR-CURR-CODE-O.
004840     MOVE GMT-ACTION-CODE TO LSTR-CODE-O.
004850     MOVE GM-ERROR-REASON TO LSTR-REASON-O.
004860     PERFORM 2700-CHECK-PAGE
004870         THRU 2700-EXIT.
004880     WRITE LST-REJECT-LINE.
004890     ADD 1 TO GM-LINE-COUNT.
004900     ADD 1 TO GM-ERROR-COUNT.
004910 3700-EXIT.
004920     EXIT.
004930*
004940*****************************************************************
004950* 4000-FINALIZE - WRITE THE RUN TOTALS TO THE LISTING, CLOSE
004960* THE FILES AND DISPLAY THE SAME TOTALS ON THE CONSOLE.
004970*****************************************************************
004980 4000-FINALIZE.
004990     MOVE SPACES TO LST-TOTAL-LINE.
005000     MOVE "MAPPINGS ADDED        : " TO LSTT-LABEL-O.
005010     MOVE GM-ADD-COUNT TO LSTT-COUNT-O.
005020     PERFORM 2700-CHECK-PAGE
005030         THRU 2700-EXIT.
005040     WRITE LST-TOTAL-LINE.
005050     ADD 1 TO GM-LINE-COUNT.
005060     MOVE SPACES TO LST-TOTAL-LINE.
005070     MOVE "MAPPINGS CHANGED      : " TO LSTT-LABEL-O.
005080     MOVE GM-CHANGE-COUNT TO LSTT-COUNT-O.
005090     PERFORM 2700-CHECK-PAGE
005100         THRU 2700-EXIT.
005110     WRITE LST-TOTAL-LINE.
005120     ADD 1 TO GM-LINE-COUNT.
005130     MOVE SPACES TO LST-TOTAL-LINE.
005140     MOVE "MAPPINGS DELETED      : " TO LSTT-LABEL-O.
005150     MOVE GM-DELETE-COUNT TO LSTT-COUNT-O.
005160     PERFORM 2700-CHECK-PAGE
005170         THRU 2700-EXIT.
005180     WRITE LST-TOTAL-LINE.
005190     ADD 1 TO GM-LINE-COUNT.
005200     MOVE SPACES TO LST-TOTAL-LINE.
005210     MOVE "TRANSACTIONS REJECTED : " TO LSTT-LABEL-O.
005220     MOVE GM-ERROR-COUNT TO LSTT-COUNT-O.
005230     PERFORM 2700-CHECK-PAGE
005240         THRU 2700-EXIT.
005250     WRITE LST-TOTAL-LINE.
005260     ADD 1 TO GM-LINE-COUNT.
005270     MOVE SPACES TO LST-MARKER-LINE.
005280     MOVE "*** END OF REPORT ***" TO LST-MARKER-LINE.
005290     WRITE LST-MARKER-LINE.
005300     CLOSE GLMAP-TRAN.
005310     CLOSE GLMAP-MASTER.
005320     CLOSE LISTING-FILE.
005330     DISPLAY "ACCTGLMT RUN TOTALS -".
005340     DISPLAY "  MAPPINGS ADDED       : " GM-ADD-COUNT.
005350     DISPLAY "  MAPPINGS CHANGED     : " GM-CHANGE-COUNT.
005360     DISPLAY "  MAPPINGS DELETED     : " GM-DELETE-COUNT.
005370     DISPLAY "  TRANSACTIONS REJECTED: " GM-ERROR-COUNT.
005380 4000-EXIT.
005390     EXIT.
