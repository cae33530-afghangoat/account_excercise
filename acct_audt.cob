000010*****************************************************************
000020* ACCT-AUDT
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. ACCTAUDT.
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
000160*    10/15/2026  RH     ORIGINAL PROGRAM - WEEKLY UNUSUAL ACCESS
000170*                       REPORT. READS THE ACCESS LOG
000180*                       (ACCTALOG.DAT) WRITTEN BY ACCTINQ, THE
000190*                       ACCTHIST INQUIRY, ACCTPROM AND ACCTNITE
000200*                       AND, FOR EACH OPERATOR SEEN IN THE WEEK,
000210*                       COUNTS WHAT THEY LOOKED AT AND FLAGS
000220*                       ACCESS THE AUDITORS WANT EXPLAINED - ONE
000230*                       OPERATOR VIEWING MANY UNRELATED ACCOUNTS,
000240*                       FISHING FOR KEYS NOT ON FILE, REPEATED
000250*                       SIGN-ON FAILURES, ATTEMPTS OUTSIDE THE
000260*                       OPERATOR'S ROLE AND VIEWING OUT OF HOURS.
000261*    10/15/2026  RH     2800-DATE-TO-DAYS NOW CHECKS THE DAY
000262*                       AGAINST THE LENGTH OF ITS MONTH, LEAP
000263*                       YEARS ALLOWED FOR, SO 20260231 IS REFUSED
000264*                       INSTEAD OF BEING READ AS MARCH 3. A
000265*                       WEEK-ENDING DATE LATER THAN TODAY IS ALSO
000266*                       REFUSED WITH RETURN CODE 8.
000270*
000280* THE WEEK-ENDING DATE IS KEYED (OR PIPED) AT START-UP; THE
000290* REPORT COVERS THE SEVEN DAYS ENDING ON IT. A DATE THAT IS NOT
000296* A CALENDAR DATE, OR IS LATER THAN TODAY, IS REFUSED WITH RETURN
000302* CODE 8.
000310*
000320* ACCOUNTS ARE "RELATED" WHEN THEY BELONG TO THE SAME CUSTOMER
000330* ON THE CROSS-REFERENCE (ACCTCXRF.DAT); AN ACCOUNT WITH NO LINK
000340* STANDS ON ITS OWN. SO AN OPERATOR ANSWERING ONE CALLER ABOUT
000350* THREE ACCOUNTS COUNTS ONE OWNER, NOT THREE. THE LIMITS THAT
000360* RAISE A FLAG ARE HELD IN WORKING-STORAGE (AU-...-LIMIT).
000370*
000380* THE REPORT GOES TO ACCTAUDR.DAT. OPERATOR NAMES ARE TAKEN FROM
000390* THE PROFILE FILE (ACCTOPER.DAT) WHEN IT IS ON HAND.
000400*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440*
000450     SELECT ACCESS-LOG ASSIGN TO "ACCTALOG.DAT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS AU-ALOG-FILE-STATUS.
000480     SELECT XREF-FILE ASSIGN TO "ACCTCXRF.DAT"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS XREF-ACCT-NO
000520         FILE STATUS IS AU-XREF-FILE-STATUS.
000530     SELECT OPER-FILE ASSIGN TO "ACCTOPER.DAT"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS OPR-ID
000570         FILE STATUS IS AU-OPER-FILE-STATUS.
000580     SELECT AUD-SORT-FILE ASSIGN TO "ACCTAUDT.SRW".
000590     SELECT AUD-SORTED ASSIGN TO "ACCTAUDT.SRT"
000600         ORGANIZATION IS SEQUENTIAL.
000610     SELECT AUD-REPORT ASSIGN TO "ACCTAUDR.DAT"
000620         ORGANIZATION IS LINE SEQUENTIAL.
000630*
000640 DATA DIVISION.
000650 FILE SECTION.
000660*
000670*  ACCESS LOG WRITTEN BY EVERY SIGNING-ON PROGRAM. THE LAYOUT
000680*  MIRRORS ACCESS-LOG-REC THERE.
000690  FD  ACCESS-LOG
000700      RECORDING MODE F.
000710  01  ACCESS-LOG-REC.
000720      05  ALOG-STAMP-DATE     PIC 9(08).
000730      05  ALOG-STAMP-TIME     PIC 9(08).
000740      05  ALOG-STAMP-TIME-X REDEFINES ALOG-STAMP-TIME.
000750          10  ALOG-STAMP-HOUR PIC 9(02).
000760          10  FILLER          PIC X(06).
000770      05  ALOG-OPERATOR       PIC X(08).
000780      05  ALOG-PROGRAM        PIC X(08).
000790      05  ALOG-ACTION         PIC X(08).
000800          88  ALOG-VIEW                   VALUE "ACCOUNT"
000810                                                "NAME"
000820                                                "CUSTOMER"
000830                                                "CUSTACCT"
000840                                                "HISTORY".
000850          88  ALOG-CUSTOMER-VIEW          VALUE "CUSTOMER".
000860          88  ALOG-NOT-FOUND              VALUE "NOTFOUND".
000870          88  ALOG-SIGN-FAIL              VALUE "SIGNFAIL".
000880          88  ALOG-ROLE-DENIED            VALUE "DENIED".
000890          88  ALOG-PROMOTION              VALUE "MAIN" "POST"
000900                                                "FALL".
000910      05  ALOG-ACCT-NO        PIC X(08).
000920      05  ALOG-CUST-NO        PIC X(08).
000930      05  ALOG-DETAIL         PIC X(20).
000940*
000950*  CROSS-REFERENCE WRITTEN BY ACCTCMNT, KEYED ON ACCT-NO AND
000960*  NAMING THE CUSTOMER EACH ACCOUNT BELONGS TO. THE LAYOUT
000970*  MIRRORS XREF-FIELDS THERE.
000980  FD  XREF-FILE
000990      RECORDING MODE F.
001000  01  XREF-FIELDS.
001010      05  XREF-ACCT-NO        PIC X(08).
001020      05  XREF-CUST-NO        PIC X(08).
001030*
001040*  OPERATOR PROFILE FILE MAINTAINED BY ACCTOPRM, READ FOR THE
001050*  OPERATOR'S NAME. THE LAYOUT MIRRORS OPER-FIELDS THERE.
001060  FD  OPER-FILE
001070      RECORDING MODE F.
001080  01  OPER-FIELDS.
001090      05  OPR-ID              PIC X(08).
001100      05  OPR-NAME            PIC X(30).
001110      05  OPR-PASSWORD-HASH   PIC 9(10).
001120      05  OPR-ROLE            PIC X(01).
001130      05  OPR-ACTIVE          PIC X(01).
001140          88  OPR-IS-ACTIVE               VALUE 'Y'.
001150      05  OPR-PASSWORD-DATE   PIC 9(08).
001160      05  OPR-SET-UP-DATE     PIC 9(08).
001170      05  OPR-LAST-MAINT      PIC 9(08).
001180*
001190*  SORT WORK FILE - ORDERS THE WEEK'S LOG LINES BY OPERATOR, AND
001200*  WITHIN AN OPERATOR BY OWNING CUSTOMER AND ACCOUNT, SO EACH
001210*  DISTINCT OWNER AND ACCOUNT IS SEEN ONCE AT ITS BREAK.
001220  SD  AUD-SORT-FILE.
001230  01  AUD-SORT-REC.
001240      05  ASRT-OPERATOR       PIC X(08).
001250      05  ASRT-OWNER          PIC X(08).
001260      05  ASRT-ACCT-NO        PIC X(08).
001270      05  ASRT-KIND           PIC X(01).
001280      05  ASRT-OFF-HOURS      PIC X(01).
001290*
001300*  THE WEEK'S LOG LINES IN OPERATOR SEQUENCE, READ FOR THE
001310*  REPORT. ASRS-KIND SAYS WHAT THE LINE RECORDS.
001320  FD  AUD-SORTED
001330      RECORDING MODE F.
001340  01  AUD-FIELDS.
001350      05  ASRS-OPERATOR       PIC X(08).
001360      05  ASRS-OWNER          PIC X(08).
001370      05  ASRS-ACCT-NO        PIC X(08).
001380      05  ASRS-KIND           PIC X(01).
001390          88  ASRS-VIEW                   VALUE 'V'.
001400          88  ASRS-NOT-FOUND              VALUE 'N'.
001410          88  ASRS-SIGN-FAIL              VALUE 'F'.
001420          88  ASRS-ROLE-DENIED            VALUE 'D'.
001430          88  ASRS-SIGN-ON                VALUE 'S'.
001440          88  ASRS-PROMOTION              VALUE 'P'.
001450      05  ASRS-OFF-HOURS      PIC X(01).
001460          88  ASRS-OUT-OF-HOURS           VALUE 'Y'.
001470*
001480*****************************************************************
001490* AUD-REPORT - THE UNUSUAL ACCESS REPORT. SEVERAL 01-LEVEL
001500* RECORDS SHARE THE SAME FD, THE SAME WAY THE ACCTCREL REPORT
001510* LINES ARE BUILT.
001520*****************************************************************
001530  FD  AUD-REPORT
001540      RECORDING MODE F.
001550  01  AUD-PAGE-HDR-LINE.
001560      05  FILLER              PIC X(32) VALUE
001570          "UNUSUAL ACCESS - 7 DAYS ENDING  ".
001580      05  AUDH-WEEK-END-O     PIC 9(8).
001590      05  FILLER              PIC X(6)  VALUE "   RUN".
001600      05  FILLER              PIC X(1)  VALUE SPACE.
001610      05  AUDH-RUN-DATE-O     PIC 9(8).
001620      05  FILLER              PIC X(7)  VALUE "   PAGE".
001630      05  FILLER              PIC X(1)  VALUE SPACE.
001640      05  AUDH-PAGE-O         PIC ZZZ9.
001650      05  FILLER              PIC X(53).
001660  01  AUD-OPER-LINE.
001670      05  AUDO-OPERATOR-O     PIC X(8).
001680      05  FILLER              PIC X(2)  VALUE SPACES.
001690      05  AUDO-NAME-O         PIC X(30).
001700      05  AUDO-VIEWS-O        PIC ZZ,ZZ9.
001710      05  FILLER              PIC X(2)  VALUE SPACES.
001720      05  AUDO-ACCOUNTS-O     PIC ZZ,ZZ9.
001730      05  FILLER              PIC X(2)  VALUE SPACES.
001740      05  AUDO-OWNERS-O       PIC ZZ,ZZ9.
001750      05  FILLER              PIC X(2)  VALUE SPACES.
001760      05  AUDO-NOT-FOUND-O    PIC ZZ,ZZ9.
001770      05  FILLER              PIC X(2)  VALUE SPACES.
001780      05  AUDO-SIGN-FAIL-O    PIC ZZ,ZZ9.
001790      05  FILLER              PIC X(2)  VALUE SPACES.
001800      05  AUDO-DENIED-O       PIC ZZ,ZZ9.
001810      05  FILLER              PIC X(2)  VALUE SPACES.
001820      05  AUDO-OFF-HOURS-O    PIC ZZ,ZZ9.
001830      05  FILLER              PIC X(2)  VALUE SPACES.
001840      05  AUDO-PROMOTIONS-O   PIC ZZ,ZZ9.
001850      05  FILLER              PIC X(10).
001860  01  AUD-FLAG-LINE.
001870      05  FILLER              PIC X(10) VALUE SPACES.
001880      05  FILLER              PIC X(4)  VALUE "*** ".
001890      05  AUDF-TEXT-O         PIC X(40).
001900      05  AUDF-COUNT-O        PIC ZZ,ZZ9.
001910      05  FILLER              PIC X(4)  VALUE " OF ".
001920      05  AUDF-LIMIT-O        PIC ZZ,ZZ9.
001930      05  FILLER              PIC X(50).
001940  01  AUD-TOTAL-LINE.
001950      05  AUDT-LABEL-O        PIC X(32).
001960      05  AUDT-COUNT-O        PIC ZZZ,ZZ9.
001970      05  FILLER              PIC X(81).
001980  01  AUD-COLUMN-LINE         PIC X(120).
001990  01  AUD-MARKER-LINE         PIC X(120).
002000*
002010 WORKING-STORAGE SECTION.
002020*
002030*  WEEK-ENDING DATE KEYED AT START-UP.
002040  77  AU-WEEK-END-X           PIC X(08)   VALUE SPACES.
002050  77  AU-WEEK-END             PIC 9(08)   VALUE ZERO.
002060*
002070*  END-OF-FILE SWITCHES.
002080  77  AU-ALOG-EOF-SWITCH      PIC X(01)   VALUE 'N'.
002090      88  END-OF-ACCESS-LOG               VALUE 'Y'.
002100  77  AU-SORTED-EOF-SWITCH    PIC X(01)   VALUE 'N'.
002110      88  END-OF-SORTED-FILE              VALUE 'Y'.
002120*
002130*  FILE STATUS FIELDS. THE CROSS-REFERENCE AND THE PROFILE FILE
002140*  ARE NOT REQUIRED - WITHOUT THE CROSS-REFERENCE EVERY ACCOUNT
002150*  STANDS ON ITS OWN, AND WITHOUT THE PROFILES NAMES ARE BLANK.
002160  77  AU-ALOG-FILE-STATUS     PIC X(02)   VALUE SPACES.
002170  77  AU-XREF-FILE-STATUS     PIC X(02)   VALUE SPACES.
002180  77  AU-OPER-FILE-STATUS     PIC X(02)   VALUE SPACES.
002190*
002200*  SET ONCE AT OPEN - A KEYED READ THAT MISSES LEAVES "23" IN
002210*  THE STATUS REGISTER, SO WHETHER THE FILES ARE ON HAND IS
002220*  REMEMBERED HERE.
002230  77  AU-XREF-OPEN-SWITCH     PIC X(01)   VALUE 'N'.
002240      88  XREF-ON-HAND                    VALUE 'Y'.
002250  77  AU-OPER-OPEN-SWITCH     PIC X(01)   VALUE 'N'.
002260      88  PROFILES-ON-HAND                VALUE 'Y'.
002270*
002280*  ERROR FLAG - DECIDES THE RETURN CODE AT END OF STEP.
002290  77  AU-ERROR-SWITCH         PIC X(01)   VALUE 'N'.
002300      88  STEP-FAILED                     VALUE 'Y'.
002310*
002320*  LIMITS THAT RAISE A FLAG, PER OPERATOR PER WEEK, AND THE
002330*  WORKING DAY - A VIEW BEFORE AU-DAY-START-HOUR OR FROM
002340*  AU-DAY-END-HOUR ON IS OUT OF HOURS.
002350  77  AU-UNRELATED-LIMIT      PIC 9(5) COMP VALUE 25.
002360  77  AU-NOT-FOUND-LIMIT      PIC 9(5) COMP VALUE 10.
002370  77  AU-SIGN-FAIL-LIMIT      PIC 9(5) COMP VALUE 3.
002380  77  AU-DENIED-LIMIT         PIC 9(5) COMP VALUE 1.
002390  77  AU-OFF-HOURS-LIMIT      PIC 9(5) COMP VALUE 5.
002400  77  AU-DAY-START-HOUR       PIC 9(02)   VALUE 07.
002410  77  AU-DAY-END-HOUR         PIC 9(02)   VALUE 19.
002420*
002430*  WEEK WINDOW AS DAY COUNTS.
002440  77  AU-WEEK-END-DAYS        PIC S9(09) COMP VALUE ZERO.
002450  77  AU-WEEK-START-DAYS      PIC S9(09) COMP VALUE ZERO.
002460*
002470*  YYYYMMDD-TO-DAY-COUNT WORK FIELDS (2800-DATE-TO-DAYS). THE
002477*  FIRST TABLE HOLDS THE DAYS IN THE YEAR BEFORE THE FIRST OF
002484*  EACH MONTH, THE SECOND THE DAYS IN EACH MONTH, BOTH FOR A
002491*  COMMON YEAR.
002500  01  AU-DATE-IN.
002510      05  AU-DATE-YYYY        PIC 9(04).
002520      05  AU-DATE-MM          PIC 9(02).
002530      05  AU-DATE-DD          PIC 9(02).
002540  01  AU-MONTH-START-VALUES.
002550      05  FILLER              PIC X(36) VALUE
002560          "000031059090120151181212243273304334".
002570  01  AU-MONTH-START-TABLE REDEFINES AU-MONTH-START-VALUES.
002580      05  AU-MONTH-START      PIC 9(03) OCCURS 12 TIMES.
002581  01  AU-MONTH-DAYS-VALUES.
002582      05  FILLER              PIC X(24) VALUE
002583          "312831303130313130313031".
002584  01  AU-MONTH-DAYS-TABLE REDEFINES AU-MONTH-DAYS-VALUES.
002585      05  AU-MONTH-DAYS       PIC 9(02) OCCURS 12 TIMES.
002586  77  AU-DAYS-IN-MONTH        PIC 9(02) COMP VALUE ZERO.
002587  77  AU-LEAP-YEAR-SWITCH     PIC X(01)   VALUE 'N'.
002588      88  LEAP-YEAR                       VALUE 'Y'.
002590  77  AU-DAYS-OUT             PIC S9(09) COMP VALUE ZERO.
002600  77  AU-WORK-YM1             PIC 9(04) COMP VALUE ZERO.
002610  77  AU-WORK-LEAPS           PIC S9(09) COMP VALUE ZERO.
002620  77  AU-WORK-Q4              PIC 9(04) COMP VALUE ZERO.
002630  77  AU-WORK-Q100            PIC 9(04) COMP VALUE ZERO.
002640  77  AU-WORK-Q400            PIC 9(04) COMP VALUE ZERO.
002650  77  AU-WORK-R4              PIC 9(04) COMP VALUE ZERO.
002660  77  AU-WORK-R100            PIC 9(04) COMP VALUE ZERO.
002670  77  AU-WORK-R400            PIC 9(04) COMP VALUE ZERO.
002680*
002690*  CONTROL-BREAK WORK FIELDS.
002700  77  AU-FIRST-REC-SWITCH     PIC X(01)   VALUE 'Y'.
002710      88  FIRST-SORTED-RECORD             VALUE 'Y'.
002720  77  AU-PREV-OPERATOR        PIC X(08)   VALUE SPACES.
002730  77  AU-PREV-OWNER           PIC X(08)   VALUE SPACES.
002740  77  AU-PREV-ACCT-NO         PIC X(08)   VALUE SPACES.
002750  77  AU-FLAGGED-SWITCH       PIC X(01)   VALUE 'N'.
002760      88  OPERATOR-FLAGGED                VALUE 'Y'.
002770*
002780*  PER-OPERATOR COUNTS, CLEARED AT EACH OPERATOR BREAK.
002790  77  AU-OP-VIEWS             PIC 9(5) COMP VALUE ZERO.
002800  77  AU-OP-ACCOUNTS          PIC 9(5) COMP VALUE ZERO.
002810  77  AU-OP-OWNERS            PIC 9(5) COMP VALUE ZERO.
002820  77  AU-OP-NOT-FOUND         PIC 9(5) COMP VALUE ZERO.
002830  77  AU-OP-SIGN-FAIL         PIC 9(5) COMP VALUE ZERO.
002840  77  AU-OP-DENIED            PIC 9(5) COMP VALUE ZERO.
002850  77  AU-OP-OFF-HOURS         PIC 9(5) COMP VALUE ZERO.
002860  77  AU-OP-PROMOTIONS        PIC 9(5) COMP VALUE ZERO.
002870*
002880*  FLAG LINE WORK FIELDS.
002890  77  AU-FLAG-TEXT            PIC X(40)   VALUE SPACES.
002900  77  AU-FLAG-COUNT           PIC 9(5) COMP VALUE ZERO.
002910  77  AU-FLAG-LIMIT           PIC 9(5) COMP VALUE ZERO.
002920*
002930*  RUN CONTROL TOTALS.
002940  77  AU-LINES-READ           PIC 9(7) COMP VALUE ZERO.
002950  77  AU-LINES-IN-WEEK        PIC 9(7) COMP VALUE ZERO.
002960  77  AU-OPERATOR-COUNT       PIC 9(7) COMP VALUE ZERO.
002970  77  AU-FLAGGED-COUNT        PIC 9(7) COMP VALUE ZERO.
002980*
002990*  RUN DATE FOR THE REPORT HEADING.
003000  77  AU-RUN-DATE             PIC 9(08)   VALUE ZERO.
003010*
003020*  PAGINATION WORK FIELDS. THE PAGE BREAKS AFTER AU-PAGE-LIMIT
003030*  REPORT LINES.
003040  77  AU-LINE-COUNT           PIC 9(3) COMP VALUE ZERO.
003050  77  AU-PAGE-NO              PIC 9(4) COMP VALUE ZERO.
003060  77  AU-PAGE-LIMIT           PIC 9(3) COMP VALUE 55.
003070*
003080 PROCEDURE DIVISION.
003090*
003100*****************************************************************
003110* 0000-MAINLINE - OVERALL CONTROL OF THE RUN.
003120*****************************************************************
003130 0000-MAINLINE.
003140     PERFORM 1000-INITIALIZE
003150         THRU 1000-EXIT.
003160     IF NOT STEP-FAILED
003170         PERFORM 2000-EXTRACT-AND-SORT
003180             THRU 2000-EXIT
003190         PERFORM 3000-REPORT-OPERATORS
003200             THRU 3000-EXIT
003210         PERFORM 4000-FINALIZE
003220             THRU 4000-EXIT
003230     END-IF.
003240     PERFORM 9000-SET-RETURN-CODE
003250         THRU 9000-EXIT.
003260     STOP RUN.
003270*
003280*****************************************************************
003287* 1000-INITIALIZE - GET AND PROVE THE WEEK-ENDING DATE (A REAL
003294* DATE NOT LATER THAN THE RUN DATE), WORK OUT THE SEVEN-DAY
003301* WINDOW AND OPEN THE LOOK-UP FILES.
003310*****************************************************************
003320 1000-INITIALIZE.
003330     ACCEPT AU-RUN-DATE FROM DATE YYYYMMDD.
003340     DISPLAY "ACCTAUDT - ENTER WEEK-ENDING DATE (YYYYMMDD):".
003350     ACCEPT AU-WEEK-END-X.
003360     IF AU-WEEK-END-X NOT NUMERIC OR AU-WEEK-END-X = SPACES
003370         DISPLAY "ACCTAUDT - WEEK-ENDING DATE IS NOT A DATE"
003380         MOVE 'Y' TO AU-ERROR-SWITCH
003390         GO TO 1000-EXIT
003400     END-IF.
003410     MOVE AU-WEEK-END-X TO AU-WEEK-END.
003420     MOVE AU-WEEK-END TO AU-DATE-IN.
003430     PERFORM 2800-DATE-TO-DAYS
003440         THRU 2800-EXIT.
003450     IF AU-DAYS-OUT = ZERO
003460         DISPLAY "ACCTAUDT - WEEK-ENDING DATE IS NOT A DATE"
003461         MOVE 'Y' TO AU-ERROR-SWITCH
003462         GO TO 1000-EXIT
003463     END-IF.
003464     IF AU-WEEK-END > AU-RUN-DATE
003465         DISPLAY "ACCTAUDT - WEEK-ENDING DATE " AU-WEEK-END
003466             " IS LATER THAN TODAY"
003470         MOVE 'Y' TO AU-ERROR-SWITCH
003480         GO TO 1000-EXIT
003490     END-IF.
003500     MOVE AU-DAYS-OUT TO AU-WEEK-END-DAYS.
003510     COMPUTE AU-WEEK-START-DAYS = AU-WEEK-END-DAYS - 6.
003520     OPEN INPUT XREF-FILE.
003530     IF AU-XREF-FILE-STATUS = "00"
003540         MOVE 'Y' TO AU-XREF-OPEN-SWITCH
003550     ELSE
003560         DISPLAY "ACCTAUDT - NO CROSS-REFERENCE (ACCTCXRF.DAT)"
003570             " - EACH ACCOUNT COUNTS AS ITS OWN OWNER"
003580     END-IF.
003590     OPEN INPUT OPER-FILE.
003600     IF AU-OPER-FILE-STATUS = "00"
003610         MOVE 'Y' TO AU-OPER-OPEN-SWITCH
003620     ELSE
003630         DISPLAY "ACCTAUDT - NO OPERATOR PROFILES (ACCTOPER.DAT)"
003640             " - OPERATOR NAMES WILL BE BLANK"
003650     END-IF.
003660 1000-EXIT.
003670     EXIT.
003680*
003690*****************************************************************
003700* 2000-EXTRACT-AND-SORT - PICK THE WEEK'S LINES OFF THE ACCESS
003710* LOG AND SORT THEM BY OPERATOR, OWNER AND ACCOUNT FOR THE
003720* REPORT BREAKS.
003730*****************************************************************
003740 2000-EXTRACT-AND-SORT.
003750     SORT AUD-SORT-FILE
003760         ON ASCENDING KEY ASRT-OPERATOR
003770                          ASRT-OWNER
003780                          ASRT-ACCT-NO
003790         INPUT PROCEDURE IS 2200-RELEASE-LOG-LINES
003800             THRU 2200-EXIT
003810         GIVING AUD-SORTED.
003820     OPEN INPUT AUD-SORTED.
003830 2000-EXIT.
003840     EXIT.
003850*
003860*****************************************************************
003870* 2200-RELEASE-LOG-LINES - READ THE ACCESS LOG FRONT TO BACK AND
003880* RELEASE EVERY LINE STAMPED INSIDE THE WEEK. A MISSING LOG
003890* MEANS NOBODY SIGNED ON - THE REPORT IS STILL WRITTEN, EMPTY.
003900*****************************************************************
003910 2200-RELEASE-LOG-LINES.
003920     OPEN INPUT ACCESS-LOG.
003930     IF AU-ALOG-FILE-STATUS NOT = "00"
003940         DISPLAY "ACCTAUDT - NO ACCESS LOG (ACCTALOG.DAT) - "
003950             "NOTHING TO REPORT"
003960         GO TO 2200-EXIT
003970     END-IF.
003980     PERFORM UNTIL END-OF-ACCESS-LOG
003990         READ ACCESS-LOG
004000             AT END
004010                 MOVE 'Y' TO AU-ALOG-EOF-SWITCH
004020             NOT AT END
004030                 ADD 1 TO AU-LINES-READ
004040                 PERFORM 2400-RELEASE-ONE-LINE
004050                     THRU 2400-EXIT
004060         END-READ
004070     END-PERFORM.
004080     CLOSE ACCESS-LOG.
004090 2200-EXIT.
004100     EXIT.
004110*
004120*****************************************************************
004130* 2400-RELEASE-ONE-LINE - DROP A LINE STAMPED OUTSIDE THE WEEK,
004140* CLASSIFY THE REST AND RELEASE THEM. A VIEWED ACCOUNT IS
004150* CARRIED UNDER THE CUSTOMER THAT OWNS IT ON THE
004160* CROSS-REFERENCE, OR UNDER ITSELF WHEN IT HAS NO LINK; A
004170* CUSTOMER VIEW IS CARRIED UNDER THE CUSTOMER.
004180*****************************************************************
004190 2400-RELEASE-ONE-LINE.
004200     MOVE ALOG-STAMP-DATE TO AU-DATE-IN.
004210     PERFORM 2800-DATE-TO-DAYS
004220         THRU 2800-EXIT.
004230     IF AU-DAYS-OUT < AU-WEEK-START-DAYS
004240             OR AU-DAYS-OUT > AU-WEEK-END-DAYS
004250         GO TO 2400-EXIT
004260     END-IF.
004270     ADD 1 TO AU-LINES-IN-WEEK.
004280     MOVE SPACES TO AUD-SORT-REC.
004290     MOVE ALOG-OPERATOR TO ASRT-OPERATOR.
004300     MOVE 'N' TO ASRT-OFF-HOURS.
004310     EVALUATE TRUE
004320         WHEN ALOG-VIEW
004330             MOVE 'V' TO ASRT-KIND
004340             MOVE ALOG-ACCT-NO TO ASRT-ACCT-NO
004350             PERFORM 2500-FIND-OWNER
004360                 THRU 2500-EXIT
004370             IF ALOG-STAMP-HOUR < AU-DAY-START-HOUR
004380                     OR ALOG-STAMP-HOUR NOT < AU-DAY-END-HOUR
004390                 MOVE 'Y' TO ASRT-OFF-HOURS
004400             END-IF
004410         WHEN ALOG-NOT-FOUND
004420             MOVE 'N' TO ASRT-KIND
004430         WHEN ALOG-SIGN-FAIL
004440             MOVE 'F' TO ASRT-KIND
004450         WHEN ALOG-ROLE-DENIED
004460             MOVE 'D' TO ASRT-KIND
004470         WHEN ALOG-PROMOTION
004480             MOVE 'P' TO ASRT-KIND
004490         WHEN OTHER
004500             MOVE 'S' TO ASRT-KIND
004510     END-EVALUATE.
004520     RELEASE AUD-SORT-REC.
004530 2400-EXIT.
004540     EXIT.
004550*
004560*****************************************************************
004570* 2500-FIND-OWNER - SET THE OWNER OF A VIEWED LINE. A CUSTOMER
004580* VIEW, OR AN ACCOUNT SHOWN UNDER A CUSTOMER INQUIRY, ALREADY
004590* CARRIES ITS CUSTOMER; OTHERWISE THE ACCOUNT IS LOOKED UP ON
004600* THE CROSS-REFERENCE.
004610*****************************************************************
004620 2500-FIND-OWNER.
004630     IF ALOG-CUST-NO NOT = SPACES
004640         MOVE ALOG-CUST-NO TO ASRT-OWNER
004650         GO TO 2500-EXIT
004660     END-IF.
004670     MOVE ALOG-ACCT-NO TO ASRT-OWNER.
004680     IF XREF-ON-HAND AND NOT ALOG-CUSTOMER-VIEW
004690         MOVE ALOG-ACCT-NO TO XREF-ACCT-NO
004700         READ XREF-FILE
004710             INVALID KEY
004720                 CONTINUE
004730             NOT INVALID KEY
004740                 MOVE XREF-CUST-NO TO ASRT-OWNER
004750         END-READ
004760     END-IF.
004770 2500-EXIT.
004780     EXIT.
004790*
004800*****************************************************************
004810* 2800-DATE-TO-DAYS - TURN A YYYYMMDD DATE IN AU-DATE-IN INTO A
004820* RUNNING DAY COUNT IN AU-DAYS-OUT SO TWO DATES CAN BE
004830* SUBTRACTED. LEAP YEARS ARE COUNTED THROUGH THE PRIOR YEAR, AND
004840* FEBRUARY 29 OF THE DATE'S OWN YEAR IS ADDED AFTER FEBRUARY. A
004847* DATE THAT IS NOT A DATE, INCLUDING A DAY PAST THE END OF ITS
004854* MONTH, COMES BACK AS ZERO.
004870*****************************************************************
004880 2800-DATE-TO-DAYS.
004887     MOVE ZERO TO AU-DAYS-OUT.
004894     IF AU-DATE-IN NOT NUMERIC
004901             OR AU-DATE-YYYY = ZERO
004908             OR AU-DATE-MM < 1 OR AU-DATE-MM > 12
004915             OR AU-DATE-DD < 1
004922         GO TO 2800-EXIT
004929     END-IF.
004936     MOVE 'N' TO AU-LEAP-YEAR-SWITCH.
004943     DIVIDE AU-DATE-YYYY BY 4 GIVING AU-WORK-Q4
004950         REMAINDER AU-WORK-R4.
004957     DIVIDE AU-DATE-YYYY BY 100 GIVING AU-WORK-Q100
004964         REMAINDER AU-WORK-R100.
004971     DIVIDE AU-DATE-YYYY BY 400 GIVING AU-WORK-Q400
004978         REMAINDER AU-WORK-R400.
004985     IF AU-WORK-R4 = ZERO
004992             AND (AU-WORK-R100 NOT = ZERO
004999                  OR AU-WORK-R400 = ZERO)
005006         MOVE 'Y' TO AU-LEAP-YEAR-SWITCH
005013     END-IF.
005020     MOVE AU-MONTH-DAYS(AU-DATE-MM) TO AU-DAYS-IN-MONTH.
005027     IF AU-DATE-MM = 2 AND LEAP-YEAR
005034         MOVE 29 TO AU-DAYS-IN-MONTH
005041     END-IF.
005048     IF AU-DATE-DD > AU-DAYS-IN-MONTH
005055         GO TO 2800-EXIT
005062     END-IF.
005069     COMPUTE AU-WORK-YM1 = AU-DATE-YYYY - 1.
005076     DIVIDE AU-WORK-YM1 BY 4 GIVING AU-WORK-Q4
005083         REMAINDER AU-WORK-R4.
005090     DIVIDE AU-WORK-YM1 BY 100 GIVING AU-WORK-Q100
005097         REMAINDER AU-WORK-R100.
005104     DIVIDE AU-WORK-YM1 BY 400 GIVING AU-WORK-Q400
005111         REMAINDER AU-WORK-R400.
005118     COMPUTE AU-WORK-LEAPS =
005125         AU-WORK-Q4 - AU-WORK-Q100 + AU-WORK-Q400.
005132     COMPUTE AU-DAYS-OUT =
005139         (AU-WORK-YM1 * 365) + AU-WORK-LEAPS
005146         + AU-MONTH-START(AU-DATE-MM) + AU-DATE-DD.
005153     IF AU-DATE-MM > 2 AND LEAP-YEAR
005160         ADD 1 TO AU-DAYS-OUT
005167     END-IF.
005210 2800-EXIT.
005220     EXIT.
005230*
005240*****************************************************************
005250* 3000-REPORT-OPERATORS - READ THE OPERATOR-SORTED LINES AND
005260* WRITE ONE LINE OF COUNTS PER OPERATOR, WITH A FLAG LINE UNDER
005270* IT FOR EACH LIMIT REACHED.
005280*****************************************************************
005290 3000-REPORT-OPERATORS.
005300     OPEN OUTPUT AUD-REPORT.
005310     PERFORM 3050-WRITE-PAGE-HEADING
005320         THRU 3050-EXIT.
005330     PERFORM 3100-READ-SORTED
005340         THRU 3100-EXIT.
005350     PERFORM UNTIL END-OF-SORTED-FILE
005360         PERFORM 3200-COUNT-ONE-LINE
005370             THRU 3200-EXIT
005380         PERFORM 3100-READ-SORTED
005390             THRU 3100-EXIT
005400     END-PERFORM.
005410     IF NOT FIRST-SORTED-RECORD
005420         PERFORM 3400-WRITE-OPERATOR
005430             THRU 3400-EXIT
005440     END-IF.
005450 3000-EXIT.
005460     EXIT.
005470*
005480*****************************************************************
005490* 3040-CHECK-PAGE - BREAK TO A NEW PAGE WHEN THE CURRENT ONE IS
005500* FULL.
005510*****************************************************************
005520 3040-CHECK-PAGE.
005530     IF AU-LINE-COUNT >= AU-PAGE-LIMIT
005540         PERFORM 3050-WRITE-PAGE-HEADING
005550             THRU 3050-EXIT
005560     END-IF.
005570 3040-EXIT.
005580     EXIT.
005590*
005600*****************************************************************
005610* 3050-WRITE-PAGE-HEADING - WRITE THE REPORT HEADING BLOCK
005620* (REPORT NAME, WEEK, RUN DATE, PAGE NUMBER) AND THE COLUMN
005630* TITLES AT THE TOP OF A PAGE.
005640*****************************************************************
005650 3050-WRITE-PAGE-HEADING.
005660     ADD 1 TO AU-PAGE-NO.
005670     MOVE SPACES TO AUD-PAGE-HDR-LINE.
005680     MOVE "UNUSUAL ACCESS - 7 DAYS ENDING  " TO
005690         AUD-PAGE-HDR-LINE(1:32).
005700     MOVE AU-WEEK-END TO AUDH-WEEK-END-O.
005710     MOVE "   RUN" TO AUD-PAGE-HDR-LINE(41:6).
005720     MOVE AU-RUN-DATE TO AUDH-RUN-DATE-O.
005730     MOVE "   PAGE" TO AUD-PAGE-HDR-LINE(56:7).
005740     MOVE AU-PAGE-NO TO AUDH-PAGE-O.
005750     WRITE AUD-PAGE-HDR-LINE.
005760     MOVE SPACES TO AUD-COLUMN-LINE.
005770     MOVE "OPERATOR"  TO AUD-COLUMN-LINE(1:8).
005780     MOVE "NAME"      TO AUD-COLUMN-LINE(11:4).
005790     MOVE "VIEWS"     TO AUD-COLUMN-LINE(42:5).
005800     MOVE "ACCTS"     TO AUD-COLUMN-LINE(50:5).
005810     MOVE "OWNERS"    TO AUD-COLUMN-LINE(57:6).
005820     MOVE "NOTFND"    TO AUD-COLUMN-LINE(65:6).
005830     MOVE "SGNFAIL"   TO AUD-COLUMN-LINE(72:7).
005840     MOVE "DENIED"    TO AUD-COLUMN-LINE(81:6).
005850     MOVE "OFFHRS"    TO AUD-COLUMN-LINE(89:6).
005860     MOVE "PROMS"     TO AUD-COLUMN-LINE(98:5).
005870     WRITE AUD-COLUMN-LINE.
005880     MOVE 2 TO AU-LINE-COUNT.
005890 3050-EXIT.
005900     EXIT.
005910*
005920*****************************************************************
005930* 3100-READ-SORTED - READ ONE OPERATOR-SORTED LOG LINE.
005940*****************************************************************
005950 3100-READ-SORTED.
005960     READ AUD-SORTED
005970         AT END
005980             MOVE 'Y' TO AU-SORTED-EOF-SWITCH
005990     END-READ.
006000 3100-EXIT.
006010     EXIT.
006020*
006030*****************************************************************
006040* 3200-COUNT-ONE-LINE - BREAK ON A CHANGE OF OPERATOR, THEN
006050* COUNT THE LINE. BECAUSE THE LINES ARRIVE IN OWNER AND ACCOUNT
006060* ORDER, A NEW OWNER OR A NEW ACCOUNT IS SIMPLY ONE THAT DIFFERS
006070* FROM THE LAST VIEW COUNTED.
006080*****************************************************************
006090 3200-COUNT-ONE-LINE.
006100     IF FIRST-SORTED-RECORD
006110         MOVE 'N' TO AU-FIRST-REC-SWITCH
006120         MOVE ASRS-OPERATOR TO AU-PREV-OPERATOR
006130         PERFORM 3300-START-OPERATOR
006140             THRU 3300-EXIT
006150     ELSE
006160         IF ASRS-OPERATOR NOT = AU-PREV-OPERATOR
006170             PERFORM 3400-WRITE-OPERATOR
006180                 THRU 3400-EXIT
006190             MOVE ASRS-OPERATOR TO AU-PREV-OPERATOR
006200             PERFORM 3300-START-OPERATOR
006210                 THRU 3300-EXIT
006220         END-IF
006230     END-IF.
006240     EVALUATE TRUE
006250         WHEN ASRS-VIEW
006260             ADD 1 TO AU-OP-VIEWS
006270             IF ASRS-OUT-OF-HOURS
006280                 ADD 1 TO AU-OP-OFF-HOURS
006290             END-IF
006300             IF ASRS-OWNER NOT = AU-PREV-OWNER
006310                 ADD 1 TO AU-OP-OWNERS
006320                 MOVE ASRS-OWNER TO AU-PREV-OWNER
006330                 MOVE SPACES TO AU-PREV-ACCT-NO
006340             END-IF
006350             IF ASRS-ACCT-NO NOT = SPACES
006360                     AND ASRS-ACCT-NO NOT = AU-PREV-ACCT-NO
006370                 ADD 1 TO AU-OP-ACCOUNTS
006380                 MOVE ASRS-ACCT-NO TO AU-PREV-ACCT-NO
006390             END-IF
006400         WHEN ASRS-NOT-FOUND
006410             ADD 1 TO AU-OP-NOT-FOUND
006420         WHEN ASRS-SIGN-FAIL
006430             ADD 1 TO AU-OP-SIGN-FAIL
006440         WHEN ASRS-ROLE-DENIED
006450             ADD 1 TO AU-OP-DENIED
006460         WHEN ASRS-PROMOTION
006470             ADD 1 TO AU-OP-PROMOTIONS
006480         WHEN OTHER
006490             CONTINUE
006500     END-EVALUATE.
006510 3200-EXIT.
006520     EXIT.
006530*
006540*****************************************************************
006550* 3300-START-OPERATOR - CLEAR THE COUNTS FOR A NEW OPERATOR.
006560*****************************************************************
006570 3300-START-OPERATOR.
006580     MOVE ZERO TO AU-OP-VIEWS.
006590     MOVE ZERO TO AU-OP-ACCOUNTS.
006600     MOVE ZERO TO AU-OP-OWNERS.
006610     MOVE ZERO TO AU-OP-NOT-FOUND.
006620     MOVE ZERO TO AU-OP-SIGN-FAIL.
006630     MOVE ZERO TO AU-OP-DENIED.
006640     MOVE ZERO TO AU-OP-OFF-HOURS.
006650     MOVE ZERO TO AU-OP-PROMOTIONS.
006660     MOVE SPACES TO AU-PREV-OWNER.
006670     MOVE SPACES TO AU-PREV-ACCT-NO.
006680     MOVE 'N' TO AU-FLAGGED-SWITCH.
006690     ADD 1 TO AU-OPERATOR-COUNT.
006700 3300-EXIT.
006710     EXIT.
006720*
006730*****************************************************************
006740* 3400-WRITE-OPERATOR - WRITE THE FINISHED OPERATOR'S COUNTS AND
006750* A FLAG LINE FOR EACH LIMIT THEY REACHED. A SIGN-ON ATTEMPT
006760* WITH NO OPERATOR ID IS REPORTED UNDER *NONE*.
006770*****************************************************************
006780 3400-WRITE-OPERATOR.
006790     MOVE SPACES TO AUD-OPER-LINE.
006800     IF AU-PREV-OPERATOR = SPACES
006810         MOVE "*NONE*" TO AUDO-OPERATOR-O
006820     ELSE
006830         MOVE AU-PREV-OPERATOR TO AUDO-OPERATOR-O
006840     END-IF.
006850     IF PROFILES-ON-HAND AND AU-PREV-OPERATOR NOT = SPACES
006860         MOVE AU-PREV-OPERATOR TO OPR-ID
006870         READ OPER-FILE
006880             INVALID KEY
006890                 MOVE "*NOT ON PROFILE FILE*" TO AUDO-NAME-O
006900             NOT INVALID KEY
006910                 MOVE OPR-NAME TO AUDO-NAME-O
006920         END-READ
006930     END-IF.
006940     MOVE AU-OP-VIEWS      TO AUDO-VIEWS-O.
006950     MOVE AU-OP-ACCOUNTS   TO AUDO-ACCOUNTS-O.
006960     MOVE AU-OP-OWNERS     TO AUDO-OWNERS-O.
006970     MOVE AU-OP-NOT-FOUND  TO AUDO-NOT-FOUND-O.
006980     MOVE AU-OP-SIGN-FAIL  TO AUDO-SIGN-FAIL-O.
006990     MOVE AU-OP-DENIED     TO AUDO-DENIED-O.
007000     MOVE AU-OP-OFF-HOURS  TO AUDO-OFF-HOURS-O.
007010     MOVE AU-OP-PROMOTIONS TO AUDO-PROMOTIONS-O.
007020     PERFORM 3040-CHECK-PAGE
007030         THRU 3040-EXIT.
007040     WRITE AUD-OPER-LINE.
007050     ADD 1 TO AU-LINE-COUNT.
007060     IF AU-OP-OWNERS NOT < AU-UNRELATED-LIMIT
007070         MOVE "MANY UNRELATED ACCOUNTS VIEWED" TO AU-FLAG-TEXT
007080         MOVE AU-OP-OWNERS TO AU-FLAG-COUNT
007090         MOVE AU-UNRELATED-LIMIT TO AU-FLAG-LIMIT
007100         PERFORM 3500-WRITE-FLAG
007110             THRU 3500-EXIT
007120     END-IF.
007130     IF AU-OP-NOT-FOUND NOT < AU-NOT-FOUND-LIMIT
007140         MOVE "MANY LOOK-UPS NOT ON FILE" TO AU-FLAG-TEXT
007150         MOVE AU-OP-NOT-FOUND TO AU-FLAG-COUNT
007160         MOVE AU-NOT-FOUND-LIMIT TO AU-FLAG-LIMIT
007170         PERFORM 3500-WRITE-FLAG
007180             THRU 3500-EXIT
007190     END-IF.
007200     IF AU-OP-SIGN-FAIL NOT < AU-SIGN-FAIL-LIMIT
007210         MOVE "REPEATED SIGN-ON FAILURES" TO AU-FLAG-TEXT
007220         MOVE AU-OP-SIGN-FAIL TO AU-FLAG-COUNT
007230         MOVE AU-SIGN-FAIL-LIMIT TO AU-FLAG-LIMIT
007240         PERFORM 3500-WRITE-FLAG
007250             THRU 3500-EXIT
007260     END-IF.
007270     IF AU-OP-DENIED NOT < AU-DENIED-LIMIT
007280         MOVE "ACTION OUTSIDE OPERATOR ROLE" TO AU-FLAG-TEXT
007290         MOVE AU-OP-DENIED TO AU-FLAG-COUNT
007300         MOVE AU-DENIED-LIMIT TO AU-FLAG-LIMIT
007310         PERFORM 3500-WRITE-FLAG
007320             THRU 3500-EXIT
007330     END-IF.
007340     IF AU-OP-OFF-HOURS NOT < AU-OFF-HOURS-LIMIT
007350         MOVE "ACCOUNTS VIEWED OUT OF HOURS" TO AU-FLAG-TEXT
007360         MOVE AU-OP-OFF-HOURS TO AU-FLAG-COUNT
007370         MOVE AU-OFF-HOURS-LIMIT TO AU-FLAG-LIMIT
007380         PERFORM 3500-WRITE-FLAG
007390             THRU 3500-EXIT
007400     END-IF.
007410     IF OPERATOR-FLAGGED
007420         ADD 1 TO AU-FLAGGED-COUNT
007430     END-IF.
007440 3400-EXIT.
007450     EXIT.
007460*
007470*****************************************************************
007480* 3500-WRITE-FLAG - WRITE ONE FLAG LINE UNDER THE OPERATOR: WHAT
007490* WAS SEEN, HOW MANY TIMES, AND THE LIMIT IT REACHED.
007500*****************************************************************
007510 3500-WRITE-FLAG.
007520     MOVE SPACES TO AUD-FLAG-LINE.
007530     MOVE "*** " TO AUD-FLAG-LINE(11:4).
007540     MOVE AU-FLAG-TEXT  TO AUDF-TEXT-O.
007550     MOVE AU-FLAG-COUNT TO AUDF-COUNT-O.
007560     MOVE " OF " TO AUD-FLAG-LINE(61:4).
007570     MOVE AU-FLAG-LIMIT TO AUDF-LIMIT-O.
007580     PERFORM 3040-CHECK-PAGE
007590         THRU 3040-EXIT.
007600     WRITE AUD-FLAG-LINE.
007610     ADD 1 TO AU-LINE-COUNT.
007620     MOVE 'Y' TO AU-FLAGGED-SWITCH.
007630 3500-EXIT.
007640     EXIT.
007650*
007660*****************************************************************
007670* 4000-FINALIZE - WRITE THE RUN TOTALS TO THE REPORT, CLOSE THE
007680* FILES AND DISPLAY THE SAME TOTALS ON THE CONSOLE.
007690*****************************************************************
007700 4000-FINALIZE.
007710     IF AU-LINE-COUNT + 5 > AU-PAGE-LIMIT
007720         PERFORM 3050-WRITE-PAGE-HEADING
007730             THRU 3050-EXIT
007740     END-IF.
007750     MOVE SPACES TO AUD-TOTAL-LINE.
007760     MOVE "ACCESS LOG LINES READ         : " TO AUDT-LABEL-O.
007770     MOVE AU-LINES-READ TO AUDT-COUNT-O.
007780     WRITE AUD-TOTAL-LINE.
007790     MOVE SPACES TO AUD-TOTAL-LINE.
007800     MOVE "LINES INSIDE THE WEEK         : " TO AUDT-LABEL-O.
007810     MOVE AU-LINES-IN-WEEK TO AUDT-COUNT-O.
007820     WRITE AUD-TOTAL-LINE.
007830     MOVE SPACES TO AUD-TOTAL-LINE.
007840     MOVE "OPERATORS REPORTED            : " TO AUDT-LABEL-O.
007850     MOVE AU-OPERATOR-COUNT TO AUDT-COUNT-O.
007860     WRITE AUD-TOTAL-LINE.
007870     MOVE SPACES TO AUD-TOTAL-LINE.
007880     MOVE "OPERATORS FLAGGED             : " TO AUDT-LABEL-O.
007890     MOVE AU-FLAGGED-COUNT TO AUDT-COUNT-O.
007900     WRITE AUD-TOTAL-LINE.
007910     MOVE SPACES TO AUD-MARKER-LINE.
007920     MOVE "*** END OF REPORT ***" TO AUD-MARKER-LINE.
007930     WRITE AUD-MARKER-LINE.
007940     CLOSE AUD-SORTED.
007950     CLOSE AUD-REPORT.
007960     IF XREF-ON-HAND
007970         CLOSE XREF-FILE
007980     END-IF.
007990     IF PROFILES-ON-HAND
008000         CLOSE OPER-FILE
008010     END-IF.
008020     DISPLAY "ACCTAUDT RUN TOTALS -".
008030     DISPLAY "  ACCESS LOG LINES READ: " AU-LINES-READ.
008040     DISPLAY "  LINES INSIDE THE WEEK: " AU-LINES-IN-WEEK.
008050     DISPLAY "  OPERATORS REPORTED   : " AU-OPERATOR-COUNT.
008060     DISPLAY "  OPERATORS FLAGGED    : " AU-FLAGGED-COUNT.
008070 4000-EXIT.
008080     EXIT.
008090*
008100*****************************************************************
008110* 9000-SET-RETURN-CODE - END THE STEP WITH RETURN CODE 8 WHEN
008120* THE WEEK-ENDING DATE WAS REFUSED.
008130*****************************************************************
008140 9000-SET-RETURN-CODE.
008150     IF STEP-FAILED
008160         MOVE 8 TO RETURN-CODE
008170     END-IF.
008180 9000-EXIT.
008190     EXIT.
