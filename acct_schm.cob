000010*****************************************************************
000020* ACCT-SCHM
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. ACCTSCHM.
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
000160*    10/15/2026  RH     ORIGINAL PROGRAM - RECURRING SCHEDULE
000170*                       MAINTENANCE. MEMBERSHIP FEES, AGREED
000180*                       INSTALLMENT PLANS AND STANDING CREDITS
000190*                       WERE KEYED INTO ACCTPMT.DAT BY HAND
000200*                       EVERY MONTH, AND A FORGOTTEN ONE ONLY
000210*                       CAME TO LIGHT WHEN THE CUSTOMER CALLED.
000220*                       THEY ARE NOW HELD ON A KEYED SCHEDULE
000230*                       FILE (ACCTSCHD.DAT) MAINTAINED BY THIS
000240*                       RUN FROM ACCTSCTR.DAT, AND ACCTSCHG
000250*                       GENERATES WHATEVER FALLS DUE EACH NIGHT.
000253*    10/15/2026  RH     A CHANGE CANNOT LEAVE THE END DATE
000256*                       EARLIER THAN THE NEXT DUE DATE.
000260*
000270* ONE RECORD PER SCHEDULE, KEYED ON ACCOUNT AND A SCHEDULE
000280* NUMBER WITHIN THE ACCOUNT. THE NUMBER IS GIVEN OUT BY THIS RUN
000290* WHEN THE SCHEDULE IS ADDED AND IS PRINTED ON THE LISTING;
000300* LATER TRANSACTIONS FOR THE SCHEDULE QUOTE IT.
000310*
000320*    ACTION CODE A (ADD)      - THE ACCOUNT MUST BE ON THE MASTER.
000330*                               THE TRAN CODE IS P (STANDING
000340*                               PAYMENT), C (FEE OR INSTALLMENT)
000350*                               OR J (ADJUSTMENT, SIGNED; A
000360*                               POSITIVE J IS A CREDIT). P AND C
000370*                               AMOUNTS MUST BE MORE THAN ZERO.
000380*                               THE FREQUENCY IS W (WEEKLY),
000390*                               B (EVERY TWO WEEKS), M (MONTHLY),
000400*                               Q (QUARTERLY) OR A (ANNUALLY).
000410*                               THE FIRST DUE DATE MUST BE A REAL
000420*                               DATE NOT BEFORE TODAY. THE PLAN
000430*                               ENDS ON ITS END DATE, AFTER ITS
000440*                               NUMBER OF INSTALLMENTS, OR - WITH
000450*                               NEITHER KEYED - WHEN CANCELLED.
000460*    ACTION CODE C (CHANGE)   - AN ACTIVE SCHEDULE TAKES WHICHEVER
000470*                               OF AMOUNT, FREQUENCY, NEXT DUE
000480*                               DATE, END DATE, INSTALLMENTS LEFT
000486*                               AND REFERENCE ARE KEYED. A KEYED
000492*                               END DATE CANNOT FALL BEFORE THE
000498*                               NEXT DUE DATE, KEYED OR CARRIED.
000504*                               THE TRAN CODE CANNOT CHANGE -
000510*                               CANCEL AND ADD AGAIN.
000520*    ACTION CODE D (CANCEL)   - AN ACTIVE SCHEDULE IS CANCELLED.
000530*                               THE RECORD IS KEPT, MARKED
000540*                               CANCELLED, SO WHAT WAS BILLED
000550*                               UNDER IT CAN STILL BE TRACED.
000560*
000570* A MONTHLY, QUARTERLY OR ANNUAL PLAN REMEMBERS THE DAY OF THE
000580* MONTH IT WAS SET UP FOR, SO A PLAN DUE ON THE 31ST FALLS DUE
000590* ON THE LAST DAY OF A SHORTER MONTH AND BACK ON THE 31ST AFTER.
000600*
000610* EVERY TRANSACTION, APPLIED OR REJECTED, IS LISTED ON THE
000620* SCHEDULE LISTING (ACCTSCLS.DAT).
000630*
000640 ENVIRONMENT DIVISION.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670*
000680     SELECT SCHED-TRAN ASSIGN TO "ACCTSCTR.DAT"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS SM-TRAN-FILE-STATUS.
000710     SELECT SCHED-FILE ASSIGN TO "ACCTSCHD.DAT"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS SCH-KEY
000750         FILE STATUS IS SM-SCHD-FILE-STATUS.
000760     SELECT ACCT-REC ASSIGN TO "ACCTREC.DAT"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS ACCT-NO
000800         FILE STATUS IS SM-ACCT-FILE-STATUS.
000810     SELECT LISTING-FILE ASSIGN TO "ACCTSCLS.DAT"
000820         ORGANIZATION IS LINE SEQUENTIAL.
000830*
000840 DATA DIVISION.
000850 FILE SECTION.
000860*
000870*  SCHEDULE MAINTENANCE TRANSACTIONS, AS KEYED. A NEGATIVE J
000880*  AMOUNT CARRIES '-' IN THE SIGN BYTE.
000890  FD  SCHED-TRAN
000900      RECORDING MODE F.
000910  01  SCHED-TRAN-REC.
000920      05  STR-ACTION-CODE     PIC X(01).
000930          88  STR-ADD                     VALUE 'A'.
000940          88  STR-CHANGE                  VALUE 'C'.
000950          88  STR-CANCEL                  VALUE 'D'.
000960      05  STR-ACCT-NO         PIC X(08).
000970      05  STR-SEQ             PIC 9(04).
000980      05  STR-TRAN-CODE       PIC X(01).
000990          88  STR-VALID-CODE              VALUE 'P' 'C' 'J'.
001000          88  STR-ADJUSTMENT              VALUE 'J'.
001010      05  STR-AMOUNT          PIC 9(7)V99.
001020      05  STR-AMOUNT-SIGN     PIC X(01).
001030          88  STR-NEGATIVE                VALUE '-'.
001040      05  STR-FREQUENCY       PIC X(01).
001050          88  STR-VALID-FREQUENCY         VALUE 'W' 'B' 'M'
001060                                                'Q' 'A'.
001070      05  STR-NEXT-DUE        PIC 9(08).
001080      05  STR-END-DATE        PIC 9(08).
001090      05  STR-REMAINING       PIC 9(04).
001100      05  STR-REFERENCE       PIC X(20).
001110*
001120*  KEYED SCHEDULE FILE. THE LAYOUT IS REPEATED IN ACCTSCHG.
001130*  INSTALLMENTS LEFT OF ZERO ON AN ACTIVE SCHEDULE MEANS THE
001140*  PLAN IS NOT COUNTED; AN END DATE OF ZERO MEANS NONE.
001150  FD  SCHED-FILE
001160      RECORDING MODE F.
001170  01  SCHED-FIELDS.
001180      05  SCH-KEY.
001190          10  SCH-ACCT-NO     PIC X(08).
001200          10  SCH-SEQ         PIC 9(04).
001210      05  SCH-TRAN-CODE       PIC X(01).
001220      05  SCH-AMOUNT          PIC S9(7)V99 COMP-3.
001230      05  SCH-FREQUENCY       PIC X(01).
001240      05  SCH-DUE-DAY         PIC 9(02).
001250      05  SCH-NEXT-DUE        PIC 9(08).
001260      05  SCH-END-DATE        PIC 9(08).
001270      05  SCH-REMAINING       PIC 9(04).
001280      05  SCH-REFERENCE       PIC X(20).
001290      05  SCH-STATUS          PIC X(01).
001300          88  SCH-ACTIVE                  VALUE 'A'.
001310          88  SCH-RETIRED                 VALUE 'R'.
001320          88  SCH-CANCELLED               VALUE 'X'.
001330      05  SCH-GEN-COUNT       PIC 9(04).
001340      05  SCH-LAST-GEN-DATE   PIC 9(08).
001350      05  SCH-SET-UP-DATE     PIC 9(08).
001360      05  SCH-LAST-MAINT      PIC 9(08).
001370*
001380*  KEYED ACCT-REC MASTER, READ TO PROVE THE ACCOUNT.
001390  FD  ACCT-REC
001400      RECORDING MODE F.
001410  01  ACCT-FIELDS.
001420      05  ACCT-NO             PIC X(8).
001430      05  ACCT-LIMIT          PIC S9(7)V99 COMP-3.
001440      05  ACCT-BALANCE        PIC S9(7)V99 COMP-3.
001450      05  LAST-NAME           PIC X(15).
001460      05  FIRST-NAME          PIC X(15).
001470      05  RESERVED            PIC X(7).
001480      05  COUNTRY             PIC X(20).
001490      05  COMMENTS            PIC X(30).
001500      05  ACCT-STATUS         PIC X(01).
001510*
001520*****************************************************************
001530* LISTING-FILE - THE SCHEDULE LISTING. SEVERAL 01-LEVEL RECORDS
001540* SHARE THE SAME FD, THE SAME WAY THE ACCTGLMT LISTING IS BUILT.
001550*****************************************************************
001560  FD  LISTING-FILE
001570      RECORDING MODE F.
001580  01  LST-DETAIL-LINE.
001590      05  LSTD-ACTION-O       PIC X(10).
001600      05  LSTD-ACCT-NO-O      PIC X(8).
001610      05  FILLER              PIC X(1)  VALUE SPACE.
001620      05  LSTD-SEQ-O          PIC 9(4).
001630      05  FILLER              PIC X(2)  VALUE SPACES.
001640      05  LSTD-TRAN-CODE-O    PIC X(1).
001650      05  FILLER              PIC X(1)  VALUE SPACE.
001660      05  LSTD-AMOUNT-O       PIC Z,ZZZ,ZZ9.99-.
001670      05  FILLER              PIC X(2)  VALUE SPACES.
001680      05  LSTD-FREQUENCY-O    PIC X(1).
001690      05  FILLER              PIC X(2)  VALUE SPACES.
001700      05  LSTD-NEXT-DUE-O     PIC 9(8).
001710      05  FILLER              PIC X(2)  VALUE SPACES.
001720      05  LSTD-END-DATE-O     PIC 9(8).
001730      05  FILLER              PIC X(2)  VALUE SPACES.
001740      05  LSTD-REMAINING-O    PIC ZZZ9.
001750      05  FILLER              PIC X(2)  VALUE SPACES.
001760      05  LSTD-REFERENCE-O    PIC X(20).
001770      05  FILLER              PIC X(2)  VALUE SPACES.
001780      05  LSTD-STATUS-O       PIC X(1).
001790      05  FILLER              PIC X(26).
001800  01  LST-REJECT-LINE.
001810      05  LSTR-ACTION-O       PIC X(10).
001820      05  LSTR-ACCT-NO-O      PIC X(8).
001830      05  FILLER              PIC X(1)  VALUE SPACE.
001840      05  LSTR-SEQ-O          PIC 9(4).
001850      05  FILLER              PIC X(2)  VALUE SPACES.
001860      05  LSTR-CODE-O         PIC X(1).
001870      05  FILLER              PIC X(3)  VALUE SPACES.
001880      05  LSTR-REASON-O       PIC X(44).
001890      05  FILLER              PIC X(47).
001900  01  LST-TOTAL-LINE.
001910      05  LSTT-LABEL-O        PIC X(24).
001920      05  LSTT-COUNT-O        PIC ZZZ,ZZ9.
001930      05  FILLER              PIC X(89).
001940  01  LST-PAGE-HDR-LINE.
001950      05  FILLER              PIC X(26) VALUE
001960          "RECURRING SCHEDULE MAINT  ".
001970      05  LSTH-DATE-O         PIC 9(8).
001980      05  FILLER              PIC X(7)  VALUE "   PAGE".
001990      05  FILLER              PIC X(1)  VALUE SPACE.
002000      05  LSTH-PAGE-O         PIC ZZZ9.
002010      05  FILLER              PIC X(74).
002020  01  LST-COLUMN-LINE         PIC X(120).
002030  01  LST-MARKER-LINE         PIC X(120).
002040*
002050 WORKING-STORAGE SECTION.
002060*
002070*  END-OF-FILE SWITCH.
002080  77  SM-TRAN-EOF-SWITCH      PIC X(01)   VALUE 'N'.
002090      88  TRAN-EOF                        VALUE 'Y'.
002100*
002110*  FILE STATUS FIELDS. A SCHEDULE FILE THAT DOES NOT EXIST YET
002120*  IS CREATED, THE SAME WAY ACCTGLMT CREATES ITS MAPPING FILE.
002130  77  SM-TRAN-FILE-STATUS     PIC X(02)   VALUE SPACES.
002140  77  SM-SCHD-FILE-STATUS     PIC X(02)   VALUE SPACES.
002150  77  SM-ACCT-FILE-STATUS     PIC X(02)   VALUE SPACES.
002160*
002170*  WORK SWITCHES FOR THE KEYED LOOK-UPS.
002180  77  SM-FOUND-SWITCH         PIC X(01)   VALUE 'N'.
002190      88  RECORD-FOUND                    VALUE 'Y'.
002200  77  SM-ACCT-FOUND-SWITCH    PIC X(01)   VALUE 'N'.
002210      88  ACCOUNT-FOUND                   VALUE 'Y'.
002220  77  SM-WRITTEN-SWITCH       PIC X(01)   VALUE 'N'.
002230      88  SCHEDULE-WRITTEN                VALUE 'Y'.
002240  77  SM-DATE-OK-SWITCH       PIC X(01)   VALUE 'N'.
002250      88  DATE-IS-VALID                   VALUE 'Y'.
002260*
002270*  RUN DATE - LISTING HEADING AND SCHEDULE DATES.
002280  77  SM-RUN-DATE             PIC 9(08)   VALUE ZERO.
002290*
002300*  DATE CHECK WORK FIELDS (3800-CHECK-DATE). THE TABLE HOLDS THE
002310*  DAYS IN EACH MONTH OF A COMMON YEAR.
002320  01  SM-DATE-IN.
002330      05  SM-DATE-YYYY        PIC 9(04).
002340      05  SM-DATE-MM          PIC 9(02).
002350      05  SM-DATE-DD          PIC 9(02).
002360  01  SM-MONTH-DAYS-VALUES.
002370      05  FILLER              PIC X(24) VALUE
002380          "312831303130313130313031".
002390  01  SM-MONTH-DAYS-TABLE REDEFINES SM-MONTH-DAYS-VALUES.
002400      05  SM-MONTH-DAYS       PIC 9(02) OCCURS 12 TIMES.
002410  77  SM-DAYS-IN-MONTH        PIC 9(02) COMP VALUE ZERO.
002420  77  SM-WORK-Q               PIC 9(04) COMP VALUE ZERO.
002430  77  SM-WORK-R4              PIC 9(04) COMP VALUE ZERO.
002440  77  SM-WORK-R100            PIC 9(04) COMP VALUE ZERO.
002450  77  SM-WORK-R400            PIC 9(04) COMP VALUE ZERO.
002460*
002470*  RUN CONTROL TOTALS.
002480  77  SM-ADD-COUNT            PIC 9(7) COMP VALUE ZERO.
002490  77  SM-CHANGE-COUNT         PIC 9(7) COMP VALUE ZERO.
002500  77  SM-CANCEL-COUNT         PIC 9(7) COMP VALUE ZERO.
002510  77  SM-ERROR-COUNT          PIC 9(7) COMP VALUE ZERO.
002520*
002530  77  SM-ERROR-REASON         PIC X(44)   VALUE SPACES.
002540  77  SM-LINE-LABEL           PIC X(10)   VALUE SPACES.
002550*
002560*  PAGINATION WORK FIELDS. THE PAGE BREAKS AFTER SM-PAGE-LIMIT
002570*  LISTING LINES.
002580  77  SM-LINE-COUNT           PIC 9(3) COMP VALUE ZERO.
002590  77  SM-PAGE-NO              PIC 9(4) COMP VALUE ZERO.
002600  77  SM-PAGE-LIMIT           PIC 9(3) COMP VALUE 55.
002610*
002620 PROCEDURE DIVISION.
002630*
002640*****************************************************************
002650* 0000-MAINLINE - OVERALL CONTROL OF THE RUN.
002660*****************************************************************
002670 0000-MAINLINE.
002680     PERFORM 1000-INITIALIZE
002690         THRU 1000-EXIT.
002700     PERFORM 2000-APPLY-TRANSACTIONS
002710         THRU 2000-EXIT.
002720     PERFORM 4000-FINALIZE
002730         THRU 4000-EXIT.
002740     STOP RUN.
002750*
002760*****************************************************************
002770* 1000-INITIALIZE - OPEN THE FILES AND HEAD THE LISTING. THE
002780* SCHEDULE FILE IS CREATED EMPTY ON FIRST USE.
002790*****************************************************************
002800 1000-INITIALIZE.
002810     ACCEPT SM-RUN-DATE FROM DATE YYYYMMDD.
002820     OPEN INPUT SCHED-TRAN.
002830     OPEN I-O SCHED-FILE.
002840     IF SM-SCHD-FILE-STATUS NOT = "00"
002850         OPEN OUTPUT SCHED-FILE
002860         CLOSE SCHED-FILE
002870         OPEN I-O SCHED-FILE
002880     END-IF.
002890     OPEN INPUT ACCT-REC.
002900     OPEN OUTPUT LISTING-FILE.
002910     PERFORM 2650-WRITE-PAGE-HEADING
002920         THRU 2650-EXIT.
002930 1000-EXIT.
002940     EXIT.
002950*
002960*****************************************************************
002970* 2000-APPLY-TRANSACTIONS - READ ACCTSCTR.DAT AND APPLY EACH
002980* TRANSACTION IN ORDER OF ARRIVAL.
002990*****************************************************************
003000 2000-APPLY-TRANSACTIONS.
003010     PERFORM 2100-READ-TRANSACTION
003020         THRU 2100-EXIT.
003030     PERFORM UNTIL TRAN-EOF
003040         PERFORM 2200-APPLY-ONE-TRAN
003050             THRU 2200-EXIT
003060         PERFORM 2100-READ-TRANSACTION
003070             THRU 2100-EXIT
003080     END-PERFORM.
003090 2000-EXIT.
003100     EXIT.
003110*
003120*****************************************************************
003130* 2100-READ-TRANSACTION - READ ONE MAINTENANCE TRANSACTION.
003140*****************************************************************
003150 2100-READ-TRANSACTION.
003160     READ SCHED-TRAN
003170         AT END
003180             MOVE 'Y' TO SM-TRAN-EOF-SWITCH
003190     END-READ.
003200 2100-EXIT.
003210     EXIT.
003220*
003230*****************************************************************
003240* 2200-APPLY-ONE-TRAN - CHECK THE NUMERIC FIELDS AND ROUTE THE
003250* TRANSACTION BY ITS ACTION CODE.
003260*****************************************************************
003270 2200-APPLY-ONE-TRAN.
003280     IF STR-AMOUNT NOT NUMERIC
003290             OR STR-NEXT-DUE NOT NUMERIC
003300             OR STR-END-DATE NOT NUMERIC
003310             OR STR-REMAINING NOT NUMERIC
003320         MOVE "AMOUNT, DATE OR COUNT IS NOT NUMERIC" TO
003330             SM-ERROR-REASON
003340         PERFORM 3700-WRITE-ERROR
003350             THRU 3700-EXIT
003360         GO TO 2200-EXIT
003370     END-IF.
003380     EVALUATE TRUE
003390         WHEN STR-ADD
003400             PERFORM 2300-ADD-SCHEDULE
003410                 THRU 2300-EXIT
003420         WHEN STR-CHANGE
003430             PERFORM 2400-CHANGE-SCHEDULE
003440                 THRU 2400-EXIT
003450         WHEN STR-CANCEL
003460             PERFORM 2500-CANCEL-SCHEDULE
003470                 THRU 2500-EXIT
003480         WHEN OTHER
003490             MOVE "UNKNOWN ACTION CODE" TO SM-ERROR-REASON
003500             PERFORM 3700-WRITE-ERROR
003510                 THRU 3700-EXIT
003520     END-EVALUATE.
003530 2200-EXIT.
003540     EXIT.
003550*
003560*****************************************************************
003570* 2300-ADD-SCHEDULE - VALIDATE A NEW SCHEDULE AND RECORD IT
003580* UNDER THE NEXT FREE SCHEDULE NUMBER FOR THE ACCOUNT.
003590*****************************************************************
003600 2300-ADD-SCHEDULE.
003610     PERFORM 3600-READ-ACCOUNT
003620         THRU 3600-EXIT.
003630     IF NOT ACCOUNT-FOUND
003640         MOVE "ACCOUNT NOT ON MASTER FILE" TO SM-ERROR-REASON
003650         PERFORM 3700-WRITE-ERROR
003660             THRU 3700-EXIT
003670         GO TO 2300-EXIT
003680     END-IF.
003690     IF NOT STR-VALID-CODE
003700         MOVE "TRAN CODE MUST BE P, C OR J" TO SM-ERROR-REASON
003710         PERFORM 3700-WRITE-ERROR
003720             THRU 3700-EXIT
003730         GO TO 2300-EXIT
003740     END-IF.
003750     IF STR-AMOUNT = ZERO
003760             OR (STR-NEGATIVE AND NOT STR-ADJUSTMENT)
003770         MOVE "AMOUNT MUST BE MORE THAN ZERO (J MAY BE SIGNED)"
003780             TO SM-ERROR-REASON
003790         PERFORM 3700-WRITE-ERROR
003800             THRU 3700-EXIT
003810         GO TO 2300-EXIT
003820     END-IF.
003830     IF NOT STR-VALID-FREQUENCY
003840         MOVE "FREQUENCY MUST BE W, B, M, Q OR A" TO
003850             SM-ERROR-REASON
003860         PERFORM 3700-WRITE-ERROR
003870             THRU 3700-EXIT
003880         GO TO 2300-EXIT
003890     END-IF.
003900     MOVE STR-NEXT-DUE TO SM-DATE-IN.
003910     PERFORM 3800-CHECK-DATE
003920         THRU 3800-EXIT.
003930     IF NOT DATE-IS-VALID OR STR-NEXT-DUE < SM-RUN-DATE
003940         MOVE "FIRST DUE DATE IS NOT A DATE FROM TODAY ON" TO
003950             SM-ERROR-REASON
003960         PERFORM 3700-WRITE-ERROR
003970             THRU 3700-EXIT
003980         GO TO 2300-EXIT
003990     END-IF.
004000     IF STR-END-DATE NOT = ZERO
004010         MOVE STR-END-DATE TO SM-DATE-IN
004020         PERFORM 3800-CHECK-DATE
004030             THRU 3800-EXIT
004040         IF NOT DATE-IS-VALID OR STR-END-DATE < STR-NEXT-DUE
004050             MOVE "END DATE IS NOT A DATE ON OR AFTER FIRST DUE"
004060                 TO SM-ERROR-REASON
004070             PERFORM 3700-WRITE-ERROR
004080                 THRU 3700-EXIT
004090             GO TO 2300-EXIT
004100         END-IF
004110     END-IF.
004120     MOVE SPACES TO SCHED-FIELDS.
004130     MOVE STR-ACCT-NO    TO SCH-ACCT-NO.
004140     MOVE STR-TRAN-CODE  TO SCH-TRAN-CODE.
004150     MOVE STR-AMOUNT     TO SCH-AMOUNT.
004160     IF STR-NEGATIVE
004170         COMPUTE SCH-AMOUNT = ZERO - STR-AMOUNT
004180     END-IF.
004190     MOVE STR-FREQUENCY  TO SCH-FREQUENCY.
004200     MOVE STR-NEXT-DUE   TO SCH-NEXT-DUE.
004210     MOVE STR-NEXT-DUE(7:2) TO SCH-DUE-DAY.
004220     MOVE STR-END-DATE   TO SCH-END-DATE.
004230     MOVE STR-REMAINING  TO SCH-REMAINING.
004240     MOVE STR-REFERENCE  TO SCH-REFERENCE.
004250     MOVE 'A'            TO SCH-STATUS.
004260     MOVE ZERO           TO SCH-GEN-COUNT.
004270     MOVE ZERO           TO SCH-LAST-GEN-DATE.
004280     MOVE SM-RUN-DATE    TO SCH-SET-UP-DATE.
004290     MOVE SM-RUN-DATE    TO SCH-LAST-MAINT.
004300     MOVE 1 TO SCH-SEQ.
004310     MOVE 'N' TO SM-WRITTEN-SWITCH.
004320     PERFORM UNTIL SCHEDULE-WRITTEN OR SCH-SEQ > 9998
004330         WRITE SCHED-FIELDS
004340             INVALID KEY
004350                 ADD 1 TO SCH-SEQ
004360             NOT INVALID KEY
004370                 MOVE 'Y' TO SM-WRITTEN-SWITCH
004380         END-WRITE
004390     END-PERFORM.
004400     IF NOT SCHEDULE-WRITTEN
004410         MOVE "NO FREE SCHEDULE NUMBER FOR THE ACCOUNT" TO
004420             SM-ERROR-REASON
004430         PERFORM 3700-WRITE-ERROR
004440             THRU 3700-EXIT
004450         GO TO 2300-EXIT
004460     END-IF.
004470     ADD 1 TO SM-ADD-COUNT.
004480     MOVE "ADDED" TO SM-LINE-LABEL.
004490     PERFORM 2600-WRITE-SCHEDULE-LINE
004500         THRU 2600-EXIT.
004510 2300-EXIT.
004520     EXIT.
004530*
004540*****************************************************************
004550* 2400-CHANGE-SCHEDULE - TAKE THE KEYED FIELDS ONTO AN ACTIVE
004555* SCHEDULE. A FIELD LEFT BLANK OR ZERO IS NOT CHANGED. A KEYED
004560* END DATE IS HELD AGAINST THE NEXT DUE DATE THE SCHEDULE WILL
004565* CARRY - THE ONE KEYED WITH IT, ELSE THE ONE ON FILE - AND MAY
004570* NOT FALL BEFORE IT, AS ON AN ADD. BOTH THE OLD AND THE NEW ARE
004575* LISTED.
004580*****************************************************************
004590 2400-CHANGE-SCHEDULE.
004600     PERFORM 3500-READ-ACTIVE-SCHEDULE
004610         THRU 3500-EXIT.
004620     IF SM-ERROR-REASON NOT = SPACES
004630         PERFORM 3700-WRITE-ERROR
004640             THRU 3700-EXIT
004650         GO TO 2400-EXIT
004660     END-IF.
004670     IF STR-FREQUENCY NOT = SPACE AND NOT STR-VALID-FREQUENCY
004680         MOVE "FREQUENCY MUST BE W, B, M, Q OR A" TO
004690             SM-ERROR-REASON
004700         PERFORM 3700-WRITE-ERROR
004710             THRU 3700-EXIT
004720         GO TO 2400-EXIT
004730     END-IF.
004740     IF STR-NEGATIVE AND SCH-TRAN-CODE NOT = 'J'
004750         MOVE "ONLY A J SCHEDULE MAY CARRY A NEGATIVE AMOUNT" TO
004760             SM-ERROR-REASON
004770         PERFORM 3700-WRITE-ERROR
004780             THRU 3700-EXIT
004790         GO TO 2400-EXIT
004800     END-IF.
004810     IF STR-NEXT-DUE NOT = ZERO
004820         MOVE STR-NEXT-DUE TO SM-DATE-IN
004830         PERFORM 3800-CHECK-DATE
004840             THRU 3800-EXIT
004850         IF NOT DATE-IS-VALID OR STR-NEXT-DUE < SM-RUN-DATE
004860             MOVE "NEXT DUE DATE IS NOT A DATE FROM TODAY ON" TO
004870                 SM-ERROR-REASON
004880             PERFORM 3700-WRITE-ERROR
004890                 THRU 3700-EXIT
004900             GO TO 2400-EXIT
004910         END-IF
004920     END-IF.
004930     IF STR-END-DATE NOT = ZERO
004940         MOVE STR-END-DATE TO SM-DATE-IN
004950         PERFORM 3800-CHECK-DATE
004960             THRU 3800-EXIT
004970         IF NOT DATE-IS-VALID OR STR-END-DATE < SM-RUN-DATE
004980             MOVE "END DATE IS NOT A DATE FROM TODAY ON" TO
004984                 SM-ERROR-REASON
004988             PERFORM 3700-WRITE-ERROR
004992                 THRU 3700-EXIT
004996             GO TO 2400-EXIT
005001         END-IF
005005         IF (STR-NEXT-DUE NOT = ZERO
005009                 AND STR-END-DATE < STR-NEXT-DUE)
005013             OR (STR-NEXT-DUE = ZERO
005017                 AND STR-END-DATE < SCH-NEXT-DUE)
005021             MOVE "END DATE IS EARLIER THAN THE NEXT DUE DATE" TO
005025                 SM-ERROR-REASON
005029             PERFORM 3700-WRITE-ERROR
005034                 THRU 3700-EXIT
005038             GO TO 2400-EXIT
005042         END-IF
005046     END-IF.
005050     MOVE "CHG-OLD" TO SM-LINE-LABEL.
005060     PERFORM 2600-WRITE-SCHEDULE-LINE
005070         THRU 2600-EXIT.
005080     IF STR-AMOUNT NOT = ZERO
005090         MOVE STR-AMOUNT TO SCH-AMOUNT
005100         IF STR-NEGATIVE
005110             COMPUTE SCH-AMOUNT = ZERO - STR-AMOUNT
005120         END-IF
005130     END-IF.
005140     IF STR-FREQUENCY NOT = SPACE
005150         MOVE STR-FREQUENCY TO SCH-FREQUENCY
005160     END-IF.
005170     IF STR-NEXT-DUE NOT = ZERO
005180         MOVE STR-NEXT-DUE TO SCH-NEXT-DUE
005190         MOVE STR-NEXT-DUE(7:2) TO SCH-DUE-DAY
005200     END-IF.
005210     IF STR-END-DATE NOT = ZERO
005220         MOVE STR-END-DATE TO SCH-END-DATE
005230     END-IF.
005240     IF STR-REMAINING NOT = ZERO
005250         MOVE STR-REMAINING TO SCH-REMAINING
005260     END-IF.
005270     IF STR-REFERENCE NOT = SPACES
005280         MOVE STR-REFERENCE TO SCH-REFERENCE
005290     END-IF.
005300     MOVE SM-RUN-DATE TO SCH-LAST-MAINT.
005310     REWRITE SCHED-FIELDS.
005320     ADD 1 TO SM-CHANGE-COUNT.
005330     MOVE "CHG-NEW" TO SM-LINE-LABEL.
005340     PERFORM 2600-WRITE-SCHEDULE-LINE
005350         THRU 2600-EXIT.
005360 2400-EXIT.
005370     EXIT.
005380*
005390*****************************************************************
005400* 2500-CANCEL-SCHEDULE - MARK AN ACTIVE SCHEDULE CANCELLED.
005410* NOTHING MORE IS GENERATED FROM IT.
005420*****************************************************************
005430 2500-CANCEL-SCHEDULE.
005440     PERFORM 3500-READ-ACTIVE-SCHEDULE
005450         THRU 3500-EXIT.
005460     IF SM-ERROR-REASON NOT = SPACES
005470         PERFORM 3700-WRITE-ERROR
005480             THRU 3700-EXIT
005490         GO TO 2500-EXIT
005500     END-IF.
005510     MOVE 'X' TO SCH-STATUS.
005520     MOVE SM-RUN-DATE TO SCH-LAST-MAINT.
005530     REWRITE SCHED-FIELDS.
005540     ADD 1 TO SM-CANCEL-COUNT.
005550     MOVE "CANCELLED" TO SM-LINE-LABEL.
005560     PERFORM 2600-WRITE-SCHEDULE-LINE
005570         THRU 2600-EXIT.
005580 2500-EXIT.
005590     EXIT.
005600*
005610*****************************************************************
005620* 2600-WRITE-SCHEDULE-LINE - LIST THE SCHEDULE NOW IN
005630* SCHED-FIELDS UNDER THE LABEL IN SM-LINE-LABEL.
005640*****************************************************************
005650 2600-WRITE-SCHEDULE-LINE.
005660     MOVE SPACES TO LST-DETAIL-LINE.
005670     MOVE SM-LINE-LABEL  TO LSTD-ACTION-O.
005680     MOVE SCH-ACCT-NO    TO LSTD-ACCT-NO-O.
005690     MOVE SCH-SEQ        TO LSTD-SEQ-O.
005700     MOVE SCH-TRAN-CODE  TO LSTD-TRAN-CODE-O.
005710     MOVE SCH-AMOUNT     TO LSTD-AMOUNT-O.
005720     MOVE SCH-FREQUENCY  TO LSTD-FREQUENCY-O.
005730     MOVE SCH-NEXT-DUE   TO LSTD-NEXT-DUE-O.
005740     MOVE SCH-END-DATE   TO LSTD-END-DATE-O.
005750     MOVE SCH-REMAINING  TO LSTD-REMAINING-O.
005760     MOVE SCH-REFERENCE  TO LSTD-REFERENCE-O.
005770     MOVE SCH-STATUS     TO LSTD-STATUS-O.
005780     PERFORM 2700-CHECK-PAGE
005790         THRU 2700-EXIT.
005800     WRITE LST-DETAIL-LINE.
005810     ADD 1 TO SM-LINE-COUNT.
005820 2600-EXIT.
005830     EXIT.
005840*
005850*****************************************************************
005860* 2650-WRITE-PAGE-HEADING - WRITE THE LISTING HEADING BLOCK
005870* (REPORT NAME, RUN DATE, PAGE NUMBER) AND THE COLUMN TITLES AT
005880* THE TOP OF A PAGE.
005890*****************************************************************
005900 2650-WRITE-PAGE-HEADING.
005910     ADD 1 TO SM-PAGE-NO.
005920     MOVE SPACES TO LST-PAGE-HDR-LINE.
005930     MOVE "RECURRING SCHEDULE MAINT  " TO
005940         LST-PAGE-HDR-LINE(1:26).
005950     MOVE SM-RUN-DATE TO LSTH-DATE-O.
005960     MOVE "   PAGE" TO LST-PAGE-HDR-LINE(35:7).
005970     MOVE SM-PAGE-NO TO LSTH-PAGE-O.
005980     WRITE LST-PAGE-HDR-LINE.
005990     MOVE SPACES TO LST-COLUMN-LINE.
006000     MOVE "ACTION"      TO LST-COLUMN-LINE(1:6).
006010     MOVE "ACCOUNT"     TO LST-COLUMN-LINE(11:7).
006020     MOVE "NO."         TO LST-COLUMN-LINE(20:3).
006030     MOVE "C"           TO LST-COLUMN-LINE(26:1).
006040     MOVE "AMOUNT"      TO LST-COLUMN-LINE(34:6).
006050     MOVE "F"           TO LST-COLUMN-LINE(44:1).
006060     MOVE "NEXT DUE"    TO LST-COLUMN-LINE(47:8).
006070     MOVE "ENDS"        TO LST-COLUMN-LINE(57:4).
006080     MOVE "LEFT"        TO LST-COLUMN-LINE(67:4).
006090     MOVE "REFERENCE"   TO LST-COLUMN-LINE(73:9).
006100     MOVE "S"           TO LST-COLUMN-LINE(95:1).
006110     WRITE LST-COLUMN-LINE.
006120     MOVE 2 TO SM-LINE-COUNT.
006130 2650-EXIT.
006140     EXIT.
006150*
006160*****************************************************************
006170* 2700-CHECK-PAGE - BREAK TO A NEW PAGE WHEN THE CURRENT ONE IS
006180* FULL.
006190*****************************************************************
006200 2700-CHECK-PAGE.
006210     IF SM-LINE-COUNT >= SM-PAGE-LIMIT
006220         PERFORM 2650-WRITE-PAGE-HEADING
006230             THRU 2650-EXIT
006240     END-IF.
006250 2700-EXIT.
006260     EXIT.
006270*
006280*****************************************************************
006290* 3500-READ-ACTIVE-SCHEDULE - KEYED READ OF THE SCHEDULE NAMED
006300* BY THE CURRENT TRANSACTION. LEAVES A REASON IN SM-ERROR-REASON
006310* WHEN IT IS NOT ON FILE OR NO LONGER ACTIVE, OR SPACES WHEN IT
006320* IS.
006330*****************************************************************
006340 3500-READ-ACTIVE-SCHEDULE.
006350     MOVE SPACES TO SM-ERROR-REASON.
006360     MOVE 'N' TO SM-FOUND-SWITCH.
006370     MOVE STR-ACCT-NO TO SCH-ACCT-NO.
006380     MOVE STR-SEQ     TO SCH-SEQ.
006390     READ SCHED-FILE
006400         INVALID KEY
006410             CONTINUE
006420         NOT INVALID KEY
006430             MOVE 'Y' TO SM-FOUND-SWITCH
006440     END-READ.
006450     IF NOT RECORD-FOUND
006460         MOVE "SCHEDULE NOT ON FILE" TO SM-ERROR-REASON
006470         GO TO 3500-EXIT
006480     END-IF.
006490     IF NOT SCH-ACTIVE
006500         MOVE "SCHEDULE IS ALREADY RETIRED OR CANCELLED" TO
006510             SM-ERROR-REASON
006520     END-IF.
006530 3500-EXIT.
006540     EXIT.
006550*
006560*****************************************************************
006570* 3600-READ-ACCOUNT - KEYED READ OF THE TRANSACTION'S ACCOUNT ON
006580* THE MASTER. SETS ACCOUNT-FOUND.
006590*****************************************************************
006600 3600-READ-ACCOUNT.
006610     MOVE 'N' TO SM-ACCT-FOUND-SWITCH.
006620     MOVE STR-ACCT-NO TO ACCT-NO.
006630     READ ACCT-REC
006640         INVALID KEY
006650             CONTINUE
006660         NOT INVALID KEY
006670             MOVE 'Y' TO SM-ACCT-FOUND-SWITCH
006680     END-READ.
006690 3600-EXIT.
006700     EXIT.
006710*
006720*****************************************************************
006730* 3700-WRITE-ERROR - LIST ONE TRANSACTION THAT COULD NOT BE
006740* APPLIED, WITH ITS REASON, ON THE SCHEDULE LISTING.
006750*****************************************************************
006760 3700-WRITE-ERROR.
006770     MOVE SPACES TO LST-REJECT-LINE.
006780     MOVE "REJECTED"      TO LSTR-ACTION-O.
006790     MOVE STR-ACCT-NO     TO LSTR-ACCT-NO-O.
006800     MOVE STR-SEQ         TO LSTR-SEQ-O.
006810     MOVE STR-ACTION-CODE TO LSTR-CODE-O.
006820     MOVE SM-ERROR-REASON TO LSTR-REASON-O.
006830     PERFORM 2700-CHECK-PAGE
006840         THRU 2700-EXIT.
006850     WRITE LST-REJECT-LINE.
006860     ADD 1 TO SM-LINE-COUNT.
006870     ADD 1 TO SM-ERROR-COUNT.
006880 3700-EXIT.
006890     EXIT.
006900*
006910*****************************************************************
006920* 3800-CHECK-DATE - PROVE THE YYYYMMDD DATE IN SM-DATE-IN IS A
006930* REAL CALENDAR DATE, FEBRUARY 29 ONLY IN A LEAP YEAR. SETS
006940* DATE-IS-VALID.
006950*****************************************************************
006960 3800-CHECK-DATE.
006970     MOVE 'N' TO SM-DATE-OK-SWITCH.
006980     IF SM-DATE-IN NOT NUMERIC
006990             OR SM-DATE-YYYY < 1900
007000             OR SM-DATE-MM < 1 OR SM-DATE-MM > 12
007010             OR SM-DATE-DD < 1
007020         GO TO 3800-EXIT
007030     END-IF.
007040     MOVE SM-MONTH-DAYS(SM-DATE-MM) TO SM-DAYS-IN-MONTH.
007050     IF SM-DATE-MM = 2
007060         DIVIDE SM-DATE-YYYY BY 4 GIVING SM-WORK-Q
007070             REMAINDER SM-WORK-R4
007080         DIVIDE SM-DATE-YYYY BY 100 GIVING SM-WORK-Q
007090             REMAINDER SM-WORK-R100
007100         DIVIDE SM-DATE-YYYY BY 400 GIVING SM-WORK-Q
007110             REMAINDER SM-WORK-R400
007120         IF SM-WORK-R4 = ZERO
007130                 AND (SM-WORK-R100 NOT = ZERO
007140                      OR SM-WORK-R400 = ZERO)
007150             MOVE 29 TO SM-DAYS-IN-MONTH
007160         END-IF
007170     END-IF.
007180     IF SM-DATE-DD > SM-DAYS-IN-MONTH
007190         GO TO 3800-EXIT
007200     END-IF.
007210     MOVE 'Y' TO SM-DATE-OK-SWITCH.
007220 3800-EXIT.
007230     EXIT.
007240*
007250*****************************************************************
007260* 4000-FINALIZE - WRITE THE RUN TOTALS TO THE LISTING, CLOSE THE
007270* FILES AND DISPLAY THE SAME TOTALS ON THE CONSOLE.
007280*****************************************************************
007290 4000-FINALIZE.
007300     IF SM-LINE-COUNT + 5 > SM-PAGE-LIMIT
007310         PERFORM 2650-WRITE-PAGE-HEADING
007320             THRU 2650-EXIT
007330     END-IF.
007340     MOVE SPACES TO LST-TOTAL-LINE.
007350     MOVE "SCHEDULES ADDED       : " TO LSTT-LABEL-O.
007360     MOVE SM-ADD-COUNT TO LSTT-COUNT-O.
007370     WRITE LST-TOTAL-LINE.
007380     MOVE SPACES TO LST-TOTAL-LINE.
007390     MOVE "SCHEDULES CHANGED     : " TO LSTT-LABEL-O.
007400     MOVE SM-CHANGE-COUNT TO LSTT-COUNT-O.
007410     WRITE LST-TOTAL-LINE.
007420     MOVE SPACES TO LST-TOTAL-LINE.
007430     MOVE "SCHEDULES CANCELLED   : " TO LSTT-LABEL-O.
007440     MOVE SM-CANCEL-COUNT TO LSTT-COUNT-O.
007450     WRITE LST-TOTAL-LINE.
007460     MOVE SPACES TO LST-TOTAL-LINE.
007470     MOVE "TRANSACTIONS REJECTED : " TO LSTT-LABEL-O.
007480     MOVE SM-ERROR-COUNT TO LSTT-COUNT-O.
007490     WRITE LST-TOTAL-LINE.
007500     MOVE SPACES TO LST-MARKER-LINE.
007510     MOVE "*** END OF REPORT ***" TO LST-MARKER-LINE.
007520     WRITE LST-MARKER-LINE.
007530     CLOSE SCHED-TRAN.
007540     CLOSE SCHED-FILE.
007550     CLOSE ACCT-REC.
007560     CLOSE LISTING-FILE.
007570     DISPLAY "ACCTSCHM RUN TOTALS -".
007580     DISPLAY "  SCHEDULES ADDED      : " SM-ADD-COUNT.
007590     DISPLAY "  SCHEDULES CHANGED    : " SM-CHANGE-COUNT.
007600     DISPLAY "  SCHEDULES CANCELLED  : " SM-CANCEL-COUNT.
007610     DISPLAY "  TRANSACTIONS REJECTED: " SM-ERROR-COUNT.
007620 4000-EXIT.
007630     EXIT.
