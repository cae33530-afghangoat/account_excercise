000010*****************************************************************
000020* ACCT-SCHG
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. ACCTSCHG.
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
000160*    10/15/2026  RH     ORIGINAL PROGRAM - DAILY RECURRING
000170*                       SCHEDULE GENERATOR. WRITES EVERYTHING ON
000180*                       ACCTSCHD.DAT THAT FALLS DUE ON THE
000190*                       BUSINESS DATE AS ONE 'H'/'T' BATCH ON
000200*                       ACCTPMT.DAT FOR THE ACCTPOST RUN THAT
000210*                       FOLLOWS IT IN ACCTNITE.
000211*    10/15/2026  RH     THE BUSINESS DATE IS NOW CHECKED AS A
000212*                       CALENDAR DATE (MONTH, AND DAY WITHIN THE
000213*                       MONTH, LEAP YEARS ALLOWED FOR) AND A DATE
000214*                       LATER THAN TODAY IS REFUSED, BOTH WITH
000215*                       RETURN CODE 8 BEFORE THE GENERATION LOG OR
000216*                       ACCTPMT.DAT IS TOUCHED - A MIS-KEYED DATE
000217*                       COULD OTHERWISE BILL MONTHS OF FUTURE
000218*                       OCCURRENCES IN ONE NIGHT.
000219*    10/15/2026  RH     A RUN THAT CANNOT OPEN ACCTREC.DAT STOPS
000220*                       WITH RETURN CODE 8 BEFORE ANY SCHEDULE IS
000221*                       MOVED ON OR THE GENERATION LOG IS
000222*                       WRITTEN - EVERY OCCURRENCE WOULD BE HELD
000223*                       BACK AS NOT ON FILE AND NEVER BILLED.
000224*
000230* THE OPERATOR (OR ACCTNITE) KEYS THE BUSINESS DATE. EVERY ACTIVE
000240* SCHEDULE WHOSE NEXT DUE DATE IS ON OR BEFORE IT IS TAKEN IN
000250* TURN; AN OCCURRENCE MISSED BECAUSE THE RUN DID NOT HAPPEN ON
000260* ITS DAY IS CAUGHT UP, EACH MISSED OCCURRENCE AS ITS OWN ITEM.
000270*
000280* FOR EACH OCCURRENCE DUE -
000290*    THE ACCOUNT IS MISSING, CLOSED OR CHARGED OFF
000300*                            - HELD BACK.
000310*    THE ACCOUNT IS SUSPENDED AND THE SCHEDULE IS A CHARGE (C)
000320*                            - HELD BACK.
000330*    OTHERWISE               - WRITTEN TO THE BATCH UNDER THE
000340*                              SCHEDULE'S TRAN CODE, AMOUNT AND
000350*                              REFERENCE, AND ONE INSTALLMENT IS
000360*                              TAKEN OFF A COUNTED PLAN.
000370* EITHER WAY THE NEXT DUE DATE MOVES ON BY THE FREQUENCY. A HELD
000380* OCCURRENCE IS NOT BILLED LATER AND DOES NOT COUNT AGAINST THE
000390* INSTALLMENTS LEFT. A SCHEDULE IS RETIRED WHEN ITS LAST COUNTED
000400* INSTALLMENT IS WRITTEN OR ITS NEXT DUE DATE PASSES ITS END
000410* DATE.
000420*
000430* EVERY ITEM GENERATED, HELD BACK OR RETIRED IS PRINTED ON THE
000440* GENERATION REGISTER (ACCTSCHR.DAT).
000450*
000460* A GENERATION IS RECORDED ON ACCTSCHL.DAT, ONE LINE PER
000470* BUSINESS DATE. A SECOND RUN FOR A DATE ALREADY ON IT IS
000480* REFUSED WITH RETURN CODE 8, SO A RERUN OF THE NIGHT CANNOT
000490* BILL THE SAME ITEMS TWICE. RETURN CODE 8 ALSO FOLLOWS A
000496* BUSINESS DATE THAT IS NOT A CALENDAR DATE OR IS LATER THAN THE
000502* DATE OF THE RUN.
000510*
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550*
000560     SELECT SCHED-FILE ASSIGN TO "ACCTSCHD.DAT"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS SCH-KEY
000600         FILE STATUS IS SG-SCHD-FILE-STATUS.
000610     SELECT ACCT-REC ASSIGN TO "ACCTREC.DAT"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS ACCT-NO
000650         FILE STATUS IS SG-ACCT-FILE-STATUS.
000660     SELECT PMT-OUT ASSIGN TO "ACCTPMT.DAT"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS SG-PMT-FILE-STATUS.
000690     SELECT GEN-LOG ASSIGN TO "ACCTSCHL.DAT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS SG-GLOG-FILE-STATUS.
000720     SELECT REGISTER-FILE ASSIGN TO "ACCTSCHR.DAT"
000730         ORGANIZATION IS LINE SEQUENTIAL.
000740*
000750 DATA DIVISION.
000760 FILE SECTION.
000770*
000780*  KEYED SCHEDULE FILE. THE LAYOUT MIRRORS SCHED-FIELDS IN
000790*  ACCTSCHM.
000800  FD  SCHED-FILE
000810      RECORDING MODE F.
000820  01  SCHED-FIELDS.
000830      05  SCH-KEY.
000840          10  SCH-ACCT-NO     PIC X(08).
000850          10  SCH-SEQ         PIC 9(04).
000860      05  SCH-TRAN-CODE       PIC X(01).
000870          88  SCH-CHARGE                  VALUE 'C'.
000880      05  SCH-AMOUNT          PIC S9(7)V99 COMP-3.
000890      05  SCH-FREQUENCY       PIC X(01).
000900          88  SCH-WEEKLY                  VALUE 'W'.
000910          88  SCH-BIWEEKLY                VALUE 'B'.
000920          88  SCH-MONTHLY                 VALUE 'M'.
000930          88  SCH-QUARTERLY               VALUE 'Q'.
000940          88  SCH-ANNUAL                  VALUE 'A'.
000950      05  SCH-DUE-DAY         PIC 9(02).
000960      05  SCH-NEXT-DUE        PIC 9(08).
000970      05  SCH-END-DATE        PIC 9(08).
000980      05  SCH-REMAINING       PIC 9(04).
000990      05  SCH-REFERENCE       PIC X(20).
001000      05  SCH-STATUS          PIC X(01).
001010          88  SCH-ACTIVE                  VALUE 'A'.
001020          88  SCH-RETIRED                 VALUE 'R'.
001030          88  SCH-CANCELLED               VALUE 'X'.
001040      05  SCH-GEN-COUNT       PIC 9(04).
001050      05  SCH-LAST-GEN-DATE   PIC 9(08).
001060      05  SCH-SET-UP-DATE     PIC 9(08).
001070      05  SCH-LAST-MAINT      PIC 9(08).
001080*
001090*  KEYED ACCT-REC MASTER, READ FOR THE ACCOUNT STATUS.
001100  FD  ACCT-REC
001110      RECORDING MODE F.
001120  01  ACCT-FIELDS.
001130      05  ACCT-NO             PIC X(8).
001140      05  ACCT-LIMIT          PIC S9(7)V99 COMP-3.
001150      05  ACCT-BALANCE        PIC S9(7)V99 COMP-3.
001160      05  LAST-NAME           PIC X(15).
001170      05  FIRST-NAME          PIC X(15).
001180      05  RESERVED            PIC X(7).
001190      05  COUNTRY             PIC X(20).
001200      05  COMMENTS            PIC X(30).
001210      05  ACCT-STATUS         PIC X(01).
001220          88  ACCT-SUSPENDED              VALUE 'S'.
001230          88  ACCT-CLOSED                 VALUE 'X'.
001240          88  ACCT-CHARGED-OFF            VALUE 'W'.
001250*
001260*  PAYMENT TRANSACTIONS APPENDED FOR THE NEXT ACCTPOST RUN.
001270*  THE LAYOUTS MIRROR PMT-IN-REC AND THE BATCH HEADER AND
001280*  TRAILER IN ACCTPOST.
001290  FD  PMT-OUT
001300      RECORDING MODE F.
001310  01  PMT-OUT-REC.
001320      05  PIN-TRAN-CODE       PIC X(01).
001330      05  PIN-ACCT-NO         PIC X(08).
001340      05  PIN-AMOUNT          PIC S9(7)V99 COMP-3.
001350      05  PIN-REFERENCE       PIC X(20).
001360  01  PMT-BATCH-HDR-REC.
001370      05  PBH-REC-CODE        PIC X(01).
001380      05  PBH-BATCH-DATE      PIC 9(08).
001390      05  PBH-SOURCE-ID       PIC X(08).
001400      05  FILLER              PIC X(17).
001410  01  PMT-BATCH-TRL-REC.
001420      05  PBT-REC-CODE        PIC X(01).
001430      05  PBT-RECORD-COUNT    PIC 9(07).
001440      05  PBT-HASH-TOTAL      PIC S9(9)V99
001450                              SIGN IS TRAILING SEPARATE.
001460      05  FILLER              PIC X(14).
001470*
001480*  GENERATION LOG - ONE LINE PER BUSINESS DATE GENERATED, KEPT
001490*  ACROSS RUNS. ACCTNITE READS IT TO PROVE THE STEP.
001500  FD  GEN-LOG
001510      RECORDING MODE F.
001520  01  GEN-LOG-REC.
001530      05  SGL-BUS-DATE        PIC 9(08).
001540      05  SGL-GEN-COUNT       PIC 9(07).
001550      05  SGL-GEN-HASH        PIC S9(9)V99
001560                              SIGN IS TRAILING SEPARATE.
001570      05  SGL-HELD-COUNT      PIC 9(07).
001580      05  SGL-RETIRED-COUNT   PIC 9(07).
001590      05  SGL-STAMP-DATE      PIC 9(08).
001600      05  SGL-STAMP-TIME      PIC 9(08).
001610*
001620*****************************************************************
001630* REGISTER-FILE - THE GENERATION REGISTER. SEVERAL 01-LEVEL
001640* RECORDS SHARE THE SAME FD, THE SAME WAY THE ACCTGLMT LISTING
001650* IS BUILT.
001660*****************************************************************
001670  FD  REGISTER-FILE
001680      RECORDING MODE F.
001690  01  REG-DETAIL-LINE.
001700      05  REGD-ACTION-O       PIC X(10).
001710      05  REGD-ACCT-NO-O      PIC X(8).
001720      05  FILLER              PIC X(1)  VALUE SPACE.
001730      05  REGD-SEQ-O          PIC 9(4).
001740      05  FILLER              PIC X(2)  VALUE SPACES.
001750      05  REGD-TRAN-CODE-O    PIC X(1).
001760      05  FILLER              PIC X(2)  VALUE SPACES.
001770      05  REGD-DUE-DATE-O     PIC 9(8).
001780      05  FILLER              PIC X(1)  VALUE SPACE.
001790      05  REGD-AMOUNT-O       PIC Z,ZZZ,ZZ9.99-.
001800      05  FILLER              PIC X(2)  VALUE SPACES.
001810      05  REGD-REFERENCE-O    PIC X(20).
001820      05  FILLER              PIC X(2)  VALUE SPACES.
001830      05  REGD-REASON-O       PIC X(30).
001840      05  FILLER              PIC X(16).
001850  01  REG-TOTAL-LINE.
001860      05  REGT-LABEL-O        PIC X(24).
001870      05  REGT-COUNT-O        PIC ZZZ,ZZ9.
001880      05  FILLER              PIC X(3)  VALUE SPACES.
001890      05  REGT-AMOUNT-LBL-O   PIC X(15).
001900      05  REGT-AMOUNT-O       PIC ZZ,ZZZ,ZZ9.99-.
001910      05  FILLER              PIC X(57).
001920  01  REG-PAGE-HDR-LINE.
001930      05  FILLER              PIC X(26) VALUE
001940          "RECURRING SCHEDULE GEN    ".
001950      05  FILLER              PIC X(14) VALUE
001960          "BUSINESS DATE ".
001970      05  REGH-DATE-O         PIC 9(8).
001980      05  FILLER              PIC X(7)  VALUE "   PAGE".
001990      05  FILLER              PIC X(1)  VALUE SPACE.
002000      05  REGH-PAGE-O         PIC ZZZ9.
002010      05  FILLER              PIC X(60).
002020  01  REG-COLUMN-LINE         PIC X(120).
002030  01  REG-MARKER-LINE         PIC X(120).
002040*
002050 WORKING-STORAGE SECTION.
002060*
002070*  END-OF-FILE SWITCHES.
002080  77  SG-SCHD-EOF-SWITCH      PIC X(01)   VALUE 'N'.
002090      88  END-OF-SCHEDULES                VALUE 'Y'.
002100  77  SG-GLOG-EOF-SWITCH      PIC X(01)   VALUE 'N'.
002110      88  END-OF-GEN-LOG                  VALUE 'Y'.
002120*
002130*  FILE STATUS FIELDS. THE BATCH ON ACCTPMT.DAT IS OPENED ONLY
002140*  WHEN THE FIRST ITEM IS WRITTEN, THE SAME WAY ACCTDSPM DOES.
002150  77  SG-SCHD-FILE-STATUS     PIC X(02)   VALUE SPACES.
002160  77  SG-ACCT-FILE-STATUS     PIC X(02)   VALUE SPACES.
002170  77  SG-PMT-FILE-STATUS      PIC X(02)   VALUE SPACES.
002180  77  SG-GLOG-FILE-STATUS     PIC X(02)   VALUE SPACES.
002190  77  SG-PMT-OPEN-SWITCH      PIC X(01)   VALUE 'N'.
002200      88  GEN-BATCH-OPEN                  VALUE 'Y'.
002210*
002220*  WORK SWITCHES.
002230  77  SG-ACCT-FOUND-SWITCH    PIC X(01)   VALUE 'N'.
002240      88  ACCOUNT-FOUND                   VALUE 'Y'.
002250  77  SG-LOGGED-SWITCH        PIC X(01)   VALUE 'N'.
002260      88  DATE-ALREADY-GENERATED          VALUE 'Y'.
002270*
002280*  BUSINESS DATE KEYED BY THE OPERATOR OR ACCTNITE, AND THE RUN
002290*  DATE AND TIME STAMPED ON THE GENERATION LOG.
002300  77  SG-BUS-DATE             PIC 9(08)   VALUE ZERO.
002310  77  SG-BUS-DATE-X           PIC X(08)   VALUE SPACES.
002320  77  SG-RUN-DATE             PIC 9(08)   VALUE ZERO.
002330  77  SG-RUN-TIME             PIC 9(08)   VALUE ZERO.
002340*
002350*  DUE DATE ARITHMETIC (2800-ADVANCE-DUE-DATE). THE TABLE HOLDS
002360*  THE DAYS IN EACH MONTH OF A COMMON YEAR.
002370  01  SG-DATE-WORK.
002380      05  SG-DATE-YYYY        PIC 9(04).
002390      05  SG-DATE-MM          PIC 9(02).
002400      05  SG-DATE-DD          PIC 9(02).
002410  01  SG-MONTH-DAYS-VALUES.
002420      05  FILLER              PIC X(24) VALUE
002430          "312831303130313130313031".
002440  01  SG-MONTH-DAYS-TABLE REDEFINES SG-MONTH-DAYS-VALUES.
002450      05  SG-MONTH-DAYS       PIC 9(02) OCCURS 12 TIMES.
002460  77  SG-DAYS-IN-MONTH        PIC 9(02) COMP VALUE ZERO.
002470  77  SG-ADD-DAYS             PIC 9(03) COMP VALUE ZERO.
002480  77  SG-ADD-MONTHS           PIC 9(03) COMP VALUE ZERO.
002490  77  SG-WORK-Q               PIC 9(04) COMP VALUE ZERO.
002500  77  SG-WORK-R4              PIC 9(04) COMP VALUE ZERO.
002510  77  SG-WORK-R100            PIC 9(04) COMP VALUE ZERO.
002520  77  SG-WORK-R400            PIC 9(04) COMP VALUE ZERO.
002530*
002540*  THE OCCURRENCE BEING HANDLED AND WHY IT WAS HELD BACK.
002550  77  SG-DUE-DATE             PIC 9(08)   VALUE ZERO.
002560  77  SG-HELD-REASON          PIC X(30)   VALUE SPACES.
002570  77  SG-LINE-LABEL           PIC X(10)   VALUE SPACES.
002580*
002590*  BATCH CONTROL ACCUMULATORS FOR THE TRAILER.
002600  77  SG-BATCH-COUNT          PIC 9(7) COMP VALUE ZERO.
002610  77  SG-BATCH-HASH           PIC S9(9)V99 COMP-3 VALUE ZERO.
002620*
002630*  RUN CONTROL TOTALS.
002640  77  SG-SCHED-READ-COUNT     PIC 9(7) COMP VALUE ZERO.
002650  77  SG-GEN-COUNT            PIC 9(7) COMP VALUE ZERO.
002660  77  SG-HELD-COUNT           PIC 9(7) COMP VALUE ZERO.
002670  77  SG-RETIRED-COUNT        PIC 9(7) COMP VALUE ZERO.
002680*
002690*  PAGINATION WORK FIELDS. THE PAGE BREAKS AFTER SG-PAGE-LIMIT
002700*  REGISTER LINES.
002710  77  SG-LINE-COUNT           PIC 9(3) COMP VALUE ZERO.
002720  77  SG-PAGE-NO              PIC 9(4) COMP VALUE ZERO.
002730  77  SG-PAGE-LIMIT           PIC 9(3) COMP VALUE 55.
002740*
002750*  SET WHEN NO BATCH CAN BE GENERATED FOR THE DATE.
002760  77  SG-ERROR-SWITCH         PIC X(01)   VALUE 'N'.
002770      88  STEP-FAILED                     VALUE 'Y'.
002780*
002790 PROCEDURE DIVISION.
002800*
002810*****************************************************************
002820* 0000-MAINLINE - OVERALL CONTROL OF THE RUN.
002830*****************************************************************
002840 0000-MAINLINE.
002850     PERFORM 1000-INITIALIZE
002860         THRU 1000-EXIT.
002870     IF NOT STEP-FAILED
002880         PERFORM 2000-GENERATE-SCHEDULES
002890             THRU 2000-EXIT
002900         PERFORM 4000-FINALIZE
002910             THRU 4000-EXIT
002920     END-IF.
002930     PERFORM 9000-SET-RETURN-CODE
002940         THRU 9000-EXIT.
002950     STOP RUN.
002960*
002970*****************************************************************
002977* 1000-INITIALIZE - GET THE BUSINESS DATE, MAKE SURE IT IS A
002984* REAL DATE NOT LATER THAN THE RUN DATE AND HAS NOT BEEN
002989* GENERATED ALREADY, AND OPEN THE FILES. WITHOUT THE ACCOUNT
002994* MASTER NOTHING IS GENERATED.
003000*****************************************************************
003010 1000-INITIALIZE.
003020     ACCEPT SG-RUN-DATE FROM DATE YYYYMMDD.
003030     ACCEPT SG-RUN-TIME FROM TIME.
003040     DISPLAY "ACCTSCHG - ENTER BUSINESS DATE (YYYYMMDD):".
003050     ACCEPT SG-BUS-DATE-X.
003060     IF SG-BUS-DATE-X NOT NUMERIC OR SG-BUS-DATE-X = SPACES
003070         DISPLAY "ACCTSCHG - BUSINESS DATE IS NOT A DATE"
003080         MOVE 'Y' TO SG-ERROR-SWITCH
003090         GO TO 1000-EXIT
003100     END-IF.
003110     MOVE SG-BUS-DATE-X TO SG-BUS-DATE.
003115     MOVE SG-BUS-DATE TO SG-DATE-WORK.
003120     IF SG-DATE-YYYY < 1900
003125             OR SG-DATE-MM < 1 OR SG-DATE-MM > 12
003130             OR SG-DATE-DD < 1
003135         DISPLAY "ACCTSCHG - BUSINESS DATE IS NOT A DATE"
003140         MOVE 'Y' TO SG-ERROR-SWITCH
003145         GO TO 1000-EXIT
003150     END-IF.
003155     PERFORM 2850-SET-MONTH-DAYS
003160         THRU 2850-EXIT.
003165     IF SG-DATE-DD > SG-DAYS-IN-MONTH
003170         DISPLAY "ACCTSCHG - BUSINESS DATE IS NOT A DATE"
003175         MOVE 'Y' TO SG-ERROR-SWITCH
003180         GO TO 1000-EXIT
003185     END-IF.
003190     IF SG-BUS-DATE > SG-RUN-DATE
003195         DISPLAY "ACCTSCHG - BUSINESS DATE " SG-BUS-DATE
003200             " IS LATER THAN TODAY - NOTHING GENERATED"
003205         MOVE 'Y' TO SG-ERROR-SWITCH
003210         GO TO 1000-EXIT
003215     END-IF.
003220     PERFORM 1200-CHECK-GEN-LOG
003225         THRU 1200-EXIT.
003230     IF DATE-ALREADY-GENERATED
003235         DISPLAY "ACCTSCHG - SCHEDULES ALREADY GENERATED FOR "
003240             SG-BUS-DATE " - NOTHING GENERATED"
003245         MOVE 'Y' TO SG-ERROR-SWITCH
003250         GO TO 1000-EXIT
003255     END-IF.
003260     OPEN I-O SCHED-FILE.
003265     IF SG-SCHD-FILE-STATUS NOT = "00"
003270         OPEN OUTPUT SCHED-FILE
003275         CLOSE SCHED-FILE
003280         OPEN I-O SCHED-FILE
003285     END-IF.
003287     OPEN INPUT ACCT-REC.
003289     IF SG-ACCT-FILE-STATUS NOT = "00"
003291         DISPLAY "ACCTSCHG - CANNOT OPEN ACCTREC.DAT - STATUS "
003293             SG-ACCT-FILE-STATUS " - NOTHING GENERATED"
003295         CLOSE SCHED-FILE
003297         MOVE 'Y' TO SG-ERROR-SWITCH
003299         GO TO 1000-EXIT
003301     END-IF.
003303     OPEN OUTPUT REGISTER-FILE.
003305     PERFORM 2650-WRITE-PAGE-HEADING
003307         THRU 2650-EXIT.
003310 1000-EXIT.
003315     EXIT.
003320*
003330*****************************************************************
003340* 1200-CHECK-GEN-LOG - READ THE GENERATION LOG AND SEE WHETHER
003350* THE BUSINESS DATE IS ALREADY ON IT. NO LOG MEANS NOTHING HAS
003360* BEEN GENERATED YET.
003370*****************************************************************
003380 1200-CHECK-GEN-LOG.
003390     MOVE 'N' TO SG-LOGGED-SWITCH.
003400     OPEN INPUT GEN-LOG.
003410     IF SG-GLOG-FILE-STATUS NOT = "00"
003420         GO TO 1200-EXIT
003430     END-IF.
003440     PERFORM UNTIL END-OF-GEN-LOG
003450         READ GEN-LOG
003460             AT END
003470                 MOVE 'Y' TO SG-GLOG-EOF-SWITCH
003480             NOT AT END
003490                 IF SGL-BUS-DATE = SG-BUS-DATE
003500                     MOVE 'Y' TO SG-LOGGED-SWITCH
003510                 END-IF
003520         END-READ
003530     END-PERFORM.
003540     CLOSE GEN-LOG.
003550 1200-EXIT.
003560     EXIT.
003570*
003580*****************************************************************
003590* 2000-GENERATE-SCHEDULES - READ THE SCHEDULE FILE FROM THE
003600* START AND GENERATE EVERY ACTIVE SCHEDULE THAT HAS FALLEN DUE.
003610*****************************************************************
003620 2000-GENERATE-SCHEDULES.
003630     MOVE LOW-VALUES TO SCH-KEY.
003640     START SCHED-FILE KEY IS NOT < SCH-KEY
003650         INVALID KEY
003660             GO TO 2000-EXIT
003670     END-START.
003680     PERFORM 2100-READ-SCHEDULE
003690         THRU 2100-EXIT.
003700     PERFORM UNTIL END-OF-SCHEDULES
003710         IF SCH-ACTIVE AND SCH-NEXT-DUE NOT > SG-BUS-DATE
003720             PERFORM 2200-GENERATE-ONE-SCHEDULE
003730                 THRU 2200-EXIT
003740         END-IF
003750         PERFORM 2100-READ-SCHEDULE
003760             THRU 2100-EXIT
003770     END-PERFORM.
003780 2000-EXIT.
003790     EXIT.
003800*
003810*****************************************************************
003820* 2100-READ-SCHEDULE - READ THE NEXT SCHEDULE IN KEY ORDER.
003830*****************************************************************
003840 2100-READ-SCHEDULE.
003850     READ SCHED-FILE NEXT RECORD
003860         AT END
003870             MOVE 'Y' TO SG-SCHD-EOF-SWITCH
003880         NOT AT END
003890             ADD 1 TO SG-SCHED-READ-COUNT
003900     END-READ.
003910 2100-EXIT.
003920     EXIT.
003930*
003940*****************************************************************
003950* 2200-GENERATE-ONE-SCHEDULE - HANDLE EVERY OCCURRENCE OF ONE
003960* SCHEDULE DUE ON OR BEFORE THE BUSINESS DATE, THEN REWRITE THE
003970* SCHEDULE WITH ITS NEW NEXT DUE DATE AND STATUS. A SCHEDULE
003980* ALREADY GENERATED FOR THE DATE IS LEFT ALONE.
003990*****************************************************************
004000 2200-GENERATE-ONE-SCHEDULE.
004010     IF SCH-LAST-GEN-DATE NOT < SG-BUS-DATE
004020         GO TO 2200-EXIT
004030     END-IF.
004040     PERFORM 3600-READ-ACCOUNT
004050         THRU 3600-EXIT.
004060     PERFORM UNTIL NOT SCH-ACTIVE
004070             OR SCH-NEXT-DUE > SG-BUS-DATE
004080         PERFORM 2300-HANDLE-OCCURRENCE
004090             THRU 2300-EXIT
004100     END-PERFORM.
004110     REWRITE SCHED-FIELDS.
004120 2200-EXIT.
004130     EXIT.
004140*
004150*****************************************************************
004160* 2300-HANDLE-OCCURRENCE - GENERATE OR HOLD BACK THE OCCURRENCE
004170* DUE ON SCH-NEXT-DUE, MOVE THE DUE DATE ON AND RETIRE THE
004180* SCHEDULE WHEN IT HAS RUN ITS COURSE.
004190*****************************************************************
004200 2300-HANDLE-OCCURRENCE.
004210     MOVE SCH-NEXT-DUE TO SG-DUE-DATE.
004220     IF SCH-END-DATE NOT = ZERO AND SG-DUE-DATE > SCH-END-DATE
004230         PERFORM 2450-RETIRE-SCHEDULE
004240             THRU 2450-EXIT
004250         GO TO 2300-EXIT
004260     END-IF.
004270     MOVE SPACES TO SG-HELD-REASON.
004280     EVALUATE TRUE
004290         WHEN NOT ACCOUNT-FOUND
004300             MOVE "ACCOUNT NOT ON MASTER FILE" TO SG-HELD-REASON
004310         WHEN ACCT-CLOSED
004320             MOVE "ACCOUNT CLOSED" TO SG-HELD-REASON
004330         WHEN ACCT-CHARGED-OFF
004340             MOVE "ACCOUNT CHARGED OFF" TO SG-HELD-REASON
004350         WHEN ACCT-SUSPENDED AND SCH-CHARGE
004360             MOVE "CHARGE - ACCOUNT SUSPENDED" TO SG-HELD-REASON
004370     END-EVALUATE.
004380     IF SG-HELD-REASON NOT = SPACES
004390         ADD 1 TO SG-HELD-COUNT
004400         MOVE "HELD BACK" TO SG-LINE-LABEL
004410         PERFORM 2600-WRITE-REGISTER-LINE
004420             THRU 2600-EXIT
004430     ELSE
004440         PERFORM 2400-WRITE-BATCH-ITEM
004450             THRU 2400-EXIT
004460     END-IF.
004470     PERFORM 2800-ADVANCE-DUE-DATE
004480         THRU 2800-EXIT.
004490     IF SCH-ACTIVE AND SCH-END-DATE NOT = ZERO
004500             AND SCH-NEXT-DUE > SCH-END-DATE
004510         PERFORM 2450-RETIRE-SCHEDULE
004520             THRU 2450-EXIT
004530     END-IF.
004540 2300-EXIT.
004550     EXIT.
004560*
004570*****************************************************************
004580* 2400-WRITE-BATCH-ITEM - WRITE THE OCCURRENCE TO ACCTPMT.DAT,
004590* OPENING THE FILE AND WRITING THE BATCH HEADER FIRST TIME
004600* THROUGH, AND TAKE ONE INSTALLMENT OFF A COUNTED PLAN.
004610*****************************************************************
004620 2400-WRITE-BATCH-ITEM.
004630     IF NOT GEN-BATCH-OPEN
004640         OPEN EXTEND PMT-OUT
004650         IF SG-PMT-FILE-STATUS NOT = "00"
004660             OPEN OUTPUT PMT-OUT
004670         END-IF
004680         MOVE SPACES TO PMT-BATCH-HDR-REC
004690         MOVE 'H' TO PBH-REC-CODE
004700         MOVE SG-BUS-DATE TO PBH-BATCH-DATE
004710         MOVE "ACCTSCHG" TO PBH-SOURCE-ID
004720         WRITE PMT-BATCH-HDR-REC
004730         MOVE 'Y' TO SG-PMT-OPEN-SWITCH
004740     END-IF.
004750     MOVE SPACES TO PMT-OUT-REC.
004760     MOVE SCH-TRAN-CODE TO PIN-TRAN-CODE.
004770     MOVE SCH-ACCT-NO   TO PIN-ACCT-NO.
004780     MOVE SCH-AMOUNT    TO PIN-AMOUNT.
004790     MOVE SCH-REFERENCE TO PIN-REFERENCE.
004800     WRITE PMT-OUT-REC.
004810     ADD 1 TO SG-BATCH-COUNT.
004820     ADD SCH-AMOUNT TO SG-BATCH-HASH.
004830     ADD 1 TO SG-GEN-COUNT.
004840     ADD 1 TO SCH-GEN-COUNT.
004850     MOVE SG-BUS-DATE TO SCH-LAST-GEN-DATE.
004860     MOVE SPACES TO SG-HELD-REASON.
004870     MOVE "GENERATED" TO SG-LINE-LABEL.
004880     PERFORM 2600-WRITE-REGISTER-LINE
004890         THRU 2600-EXIT.
004900     IF SCH-REMAINING > ZERO
004910         SUBTRACT 1 FROM SCH-REMAINING
004920         IF SCH-REMAINING = ZERO
004930             PERFORM 2450-RETIRE-SCHEDULE
004940                 THRU 2450-EXIT
004950         END-IF
004960     END-IF.
004970 2400-EXIT.
004980     EXIT.
004990*
005000*****************************************************************
005010* 2450-RETIRE-SCHEDULE - MARK THE SCHEDULE RETIRED AND LIST IT.
005020* THE REWRITE IS LEFT TO 2200-GENERATE-ONE-SCHEDULE.
005030*****************************************************************
005040 2450-RETIRE-SCHEDULE.
005050     MOVE 'R' TO SCH-STATUS.
005060     MOVE SG-BUS-DATE TO SCH-LAST-MAINT.
005070     ADD 1 TO SG-RETIRED-COUNT.
005080     MOVE SCH-NEXT-DUE TO SG-DUE-DATE.
005090     MOVE "PLAN COMPLETE" TO SG-HELD-REASON.
005100     MOVE "RETIRED" TO SG-LINE-LABEL.
005110     PERFORM 2600-WRITE-REGISTER-LINE
005120         THRU 2600-EXIT.
005130 2450-EXIT.
005140     EXIT.
005150*
005160*****************************************************************
005170* 2600-WRITE-REGISTER-LINE - PRINT THE CURRENT SCHEDULE UNDER
005180* THE LABEL IN SG-LINE-LABEL, WITH THE DUE DATE IN SG-DUE-DATE
005190* AND ANY REASON IN SG-HELD-REASON.
005200*****************************************************************
005210 2600-WRITE-REGISTER-LINE.
005220     MOVE SPACES TO REG-DETAIL-LINE.
005230     MOVE SG-LINE-LABEL  TO REGD-ACTION-O.
005240     MOVE SCH-ACCT-NO    TO REGD-ACCT-NO-O.
005250     MOVE SCH-SEQ        TO REGD-SEQ-O.
005260     MOVE SCH-TRAN-CODE  TO REGD-TRAN-CODE-O.
005270     MOVE SG-DUE-DATE    TO REGD-DUE-DATE-O.
005280     MOVE SCH-AMOUNT     TO REGD-AMOUNT-O.
005290     MOVE SCH-REFERENCE  TO REGD-REFERENCE-O.
005300     MOVE SG-HELD-REASON TO REGD-REASON-O.
005310     PERFORM 2700-CHECK-PAGE
005320         THRU 2700-EXIT.
005330     WRITE REG-DETAIL-LINE.
005340     ADD 1 TO SG-LINE-COUNT.
005350 2600-EXIT.
005360     EXIT.
005370*
005380*****************************************************************
005390* 2650-WRITE-PAGE-HEADING - WRITE THE REGISTER HEADING BLOCK
005400* (REPORT NAME, BUSINESS DATE, PAGE NUMBER) AND THE COLUMN
005410* TITLES AT THE TOP OF A PAGE.
005420*****************************************************************
005430 2650-WRITE-PAGE-HEADING.
005440     ADD 1 TO SG-PAGE-NO.
005450     MOVE SPACES TO REG-PAGE-HDR-LINE.
005460     MOVE "RECURRING SCHEDULE GEN    " TO
005470         REG-PAGE-HDR-LINE(1:26).
005480     MOVE "BUSINESS DATE " TO REG-PAGE-HDR-LINE(27:14).
005490     MOVE SG-BUS-DATE TO REGH-DATE-O.
005500     MOVE "   PAGE" TO REG-PAGE-HDR-LINE(49:7).
005510     MOVE SG-PAGE-NO TO REGH-PAGE-O.
005520     WRITE REG-PAGE-HDR-LINE.
005530     MOVE SPACES TO REG-COLUMN-LINE.
005540     MOVE "ACTION"      TO REG-COLUMN-LINE(1:6).
005550     MOVE "ACCOUNT"     TO REG-COLUMN-LINE(11:7).
005560     MOVE "NO."         TO REG-COLUMN-LINE(20:3).
005570     MOVE "C"           TO REG-COLUMN-LINE(26:1).
005580     MOVE "DUE DATE"    TO REG-COLUMN-LINE(29:8).
005590     MOVE "AMOUNT"      TO REG-COLUMN-LINE(45:6).
005600     MOVE "REFERENCE"   TO REG-COLUMN-LINE(54:9).
005610     MOVE "REASON"      TO REG-COLUMN-LINE(76:6).
005620     WRITE REG-COLUMN-LINE.
005630     MOVE 2 TO SG-LINE-COUNT.
005640 2650-EXIT.
005650     EXIT.
005660*
005670*****************************************************************
005680* 2700-CHECK-PAGE - BREAK TO A NEW PAGE WHEN THE CURRENT ONE IS
005690* FULL.
005700*****************************************************************
005710 2700-CHECK-PAGE.
005720     IF SG-LINE-COUNT >= SG-PAGE-LIMIT
005730         PERFORM 2650-WRITE-PAGE-HEADING
005740             THRU 2650-EXIT
005750     END-IF.
005760 2700-EXIT.
005770     EXIT.
005780*
005790*****************************************************************
005800* 2800-ADVANCE-DUE-DATE - MOVE SCH-NEXT-DUE ON BY THE SCHEDULE'S
005810* FREQUENCY. WEEKLY AND TWO-WEEKLY PLANS ADD DAYS; THE OTHERS
005820* ADD MONTHS AND GO BACK TO THE PLAN'S OWN DAY OF THE MONTH, OR
005830* THE LAST DAY OF A MONTH TOO SHORT FOR IT.
005840*****************************************************************
005850 2800-ADVANCE-DUE-DATE.
005860     MOVE SCH-NEXT-DUE TO SG-DATE-WORK.
005870     MOVE ZERO TO SG-ADD-DAYS.
005880     MOVE ZERO TO SG-ADD-MONTHS.
005890     EVALUATE TRUE
005900         WHEN SCH-WEEKLY
005910             MOVE 7 TO SG-ADD-DAYS
005920         WHEN SCH-BIWEEKLY
005930             MOVE 14 TO SG-ADD-DAYS
005940         WHEN SCH-QUARTERLY
005950             MOVE 3 TO SG-ADD-MONTHS
005960         WHEN SCH-ANNUAL
005970             MOVE 12 TO SG-ADD-MONTHS
005980         WHEN OTHER
005990             MOVE 1 TO SG-ADD-MONTHS
006000     END-EVALUATE.
006010     IF SG-ADD-DAYS > ZERO
006020         PERFORM 2850-SET-MONTH-DAYS
006030             THRU 2850-EXIT
006040         ADD SG-ADD-DAYS TO SG-DATE-DD
006050         PERFORM UNTIL SG-DATE-DD NOT > SG-DAYS-IN-MONTH
006060             SUBTRACT SG-DAYS-IN-MONTH FROM SG-DATE-DD
006070             PERFORM 2820-NEXT-MONTH
006080                 THRU 2820-EXIT
006090         END-PERFORM
006100     ELSE
006110         PERFORM SG-ADD-MONTHS TIMES
006120             PERFORM 2820-NEXT-MONTH
006130                 THRU 2820-EXIT
006140         END-PERFORM
006150         MOVE SCH-DUE-DAY TO SG-DATE-DD
006160         IF SG-DATE-DD > SG-DAYS-IN-MONTH
006170             MOVE SG-DAYS-IN-MONTH TO SG-DATE-DD
006180         END-IF
006190     END-IF.
006200     MOVE SG-DATE-WORK TO SCH-NEXT-DUE.
006210 2800-EXIT.
006220     EXIT.
006230*
006240*****************************************************************
006250* 2820-NEXT-MONTH - STEP SG-DATE-WORK INTO THE FOLLOWING MONTH
006260* AND SET ITS LENGTH.
006270*****************************************************************
006280 2820-NEXT-MONTH.
006290     ADD 1 TO SG-DATE-MM.
006300     IF SG-DATE-MM > 12
006310         MOVE 1 TO SG-DATE-MM
006320         ADD 1 TO SG-DATE-YYYY
006330     END-IF.
006340     PERFORM 2850-SET-MONTH-DAYS
006350         THRU 2850-EXIT.
006360 2820-EXIT.
006370     EXIT.
006380*
006390*****************************************************************
006400* 2850-SET-MONTH-DAYS - SET SG-DAYS-IN-MONTH FOR THE MONTH IN
006410* SG-DATE-WORK, FEBRUARY HAVING 29 DAYS IN A LEAP YEAR.
006420*****************************************************************
006430 2850-SET-MONTH-DAYS.
006440     MOVE SG-MONTH-DAYS(SG-DATE-MM) TO SG-DAYS-IN-MONTH.
006450     IF SG-DATE-MM = 2
006460         DIVIDE SG-DATE-YYYY BY 4 GIVING SG-WORK-Q
006470             REMAINDER SG-WORK-R4
006480         DIVIDE SG-DATE-YYYY BY 100 GIVING SG-WORK-Q
006490             REMAINDER SG-WORK-R100
006500         DIVIDE SG-DATE-YYYY BY 400 GIVING SG-WORK-Q
006510             REMAINDER SG-WORK-R400
006520         IF SG-WORK-R4 = ZERO
006530                 AND (SG-WORK-R100 NOT = ZERO
006540                      OR SG-WORK-R400 = ZERO)
006550             MOVE 29 TO SG-DAYS-IN-MONTH
006560         END-IF
006570     END-IF.
006580 2850-EXIT.
006590     EXIT.
006600*
006610*****************************************************************
006620* 3600-READ-ACCOUNT - KEYED READ OF THE SCHEDULE'S ACCOUNT ON
006630* THE MASTER. SETS ACCOUNT-FOUND.
006640*****************************************************************
006650 3600-READ-ACCOUNT.
006660     MOVE 'N' TO SG-ACCT-FOUND-SWITCH.
006670     MOVE SCH-ACCT-NO TO ACCT-NO.
006680     READ ACCT-REC
006690         INVALID KEY
006700             CONTINUE
006710         NOT INVALID KEY
006720             MOVE 'Y' TO SG-ACCT-FOUND-SWITCH
006730     END-READ.
006740 3600-EXIT.
006750     EXIT.
006760*
006770*****************************************************************
006780* 4000-FINALIZE - CLOSE THE BATCH, RECORD THE DATE ON THE
006790* GENERATION LOG, WRITE THE RUN TOTALS TO THE REGISTER, CLOSE
006800* THE FILES AND DISPLAY THE SAME TOTALS ON THE CONSOLE.
006810*****************************************************************
006820 4000-FINALIZE.
006830     IF GEN-BATCH-OPEN
006840         MOVE SPACES TO PMT-BATCH-TRL-REC
006850         MOVE 'T' TO PBT-REC-CODE
006860         MOVE SG-BATCH-COUNT TO PBT-RECORD-COUNT
006870         MOVE SG-BATCH-HASH TO PBT-HASH-TOTAL
006880         WRITE PMT-BATCH-TRL-REC
006890         CLOSE PMT-OUT
006900     END-IF.
006910     OPEN EXTEND GEN-LOG.
006920     IF SG-GLOG-FILE-STATUS NOT = "00"
006930         OPEN OUTPUT GEN-LOG
006940     END-IF.
006950     MOVE SG-BUS-DATE      TO SGL-BUS-DATE.
006960     MOVE SG-GEN-COUNT     TO SGL-GEN-COUNT.
006970     MOVE SG-BATCH-HASH    TO SGL-GEN-HASH.
006980     MOVE SG-HELD-COUNT    TO SGL-HELD-COUNT.
006990     MOVE SG-RETIRED-COUNT TO SGL-RETIRED-COUNT.
007000     MOVE SG-RUN-DATE      TO SGL-STAMP-DATE.
007010     MOVE SG-RUN-TIME      TO SGL-STAMP-TIME.
007020     WRITE GEN-LOG-REC.
007030     CLOSE GEN-LOG.
007040     IF SG-LINE-COUNT + 5 > SG-PAGE-LIMIT
007050         PERFORM 2650-WRITE-PAGE-HEADING
007060             THRU 2650-EXIT
007070     END-IF.
007080     MOVE SPACES TO REG-TOTAL-LINE.
007090     MOVE "SCHEDULES READ        : " TO REGT-LABEL-O.
007100     MOVE SG-SCHED-READ-COUNT TO REGT-COUNT-O.
007110     WRITE REG-TOTAL-LINE.
007120     MOVE SPACES TO REG-TOTAL-LINE.
007130     MOVE "ITEMS GENERATED       : " TO REGT-LABEL-O.
007140     MOVE SG-GEN-COUNT TO REGT-COUNT-O.
007150     MOVE "BATCH HASH   : " TO REGT-AMOUNT-LBL-O.
007160     MOVE SG-BATCH-HASH TO REGT-AMOUNT-O.
007170     WRITE REG-TOTAL-LINE.
007180     MOVE SPACES TO REG-TOTAL-LINE.
007190     MOVE "ITEMS HELD BACK       : " TO REGT-LABEL-O.
007200     MOVE SG-HELD-COUNT TO REGT-COUNT-O.
007210     WRITE REG-TOTAL-LINE.
007220     MOVE SPACES TO REG-TOTAL-LINE.
007230     MOVE "SCHEDULES RETIRED     : " TO REGT-LABEL-O.
007240     MOVE SG-RETIRED-COUNT TO REGT-COUNT-O.
007250     WRITE REG-TOTAL-LINE.
007260     MOVE SPACES TO REG-MARKER-LINE.
007270     MOVE "*** END OF REPORT ***" TO REG-MARKER-LINE.
007280     WRITE REG-MARKER-LINE.
007290     CLOSE SCHED-FILE.
007300     CLOSE ACCT-REC.
007310     CLOSE REGISTER-FILE.
007320     DISPLAY "ACCTSCHG RUN TOTALS -".
007330     DISPLAY "  BUSINESS DATE        : " SG-BUS-DATE.
007340     DISPLAY "  SCHEDULES READ       : " SG-SCHED-READ-COUNT.
007350     DISPLAY "  ITEMS GENERATED      : " SG-GEN-COUNT.
007360     DISPLAY "  BATCH HASH TOTAL     : " SG-BATCH-HASH.
007370     DISPLAY "  ITEMS HELD BACK      : " SG-HELD-COUNT.
007380     DISPLAY "  SCHEDULES RETIRED    : " SG-RETIRED-COUNT.
007390 4000-EXIT.
007400     EXIT.
007410*
007420*****************************************************************
007430* 9000-SET-RETURN-CODE - END THE STEP WITH RETURN CODE 8 WHEN
007440* NOTHING COULD BE GENERATED FOR THE DATE SO ACCTNITE CAN TELL.
007450*****************************************************************
007460 9000-SET-RETURN-CODE.
007470     IF STEP-FAILED
007480         MOVE 8 TO RETURN-CODE
007490     END-IF.
007500 9000-EXIT.
007510     EXIT.
