000010*****************************************************************
000020* ACCT-OPRM
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. ACCTOPRM.
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
000160*    10/15/2026  RH     ORIGINAL PROGRAM - OPERATOR PROFILE
000170*                       MAINTENANCE. ACCTINQ, THE ACCTHIST
000180*                       INQUIRY, ACCTPROM AND ACCTNITE TOOK
000190*                       WHATEVER WAS KEYED AT THE CONSOLE, SO
000200*                       ANYONE AT A TERMINAL COULD LOOK UP ANY
000210*                       CUSTOMER OR PROMOTE A MASTER. EACH NOW
000220*                       REQUIRES A SIGN-ON AGAINST THE KEYED
000230*                       OPERATOR PROFILE FILE (ACCTOPER.DAT)
000240*                       MAINTAINED BY THIS RUN FROM ACCTOPTR.DAT.
000242*    10/15/2026  RH     ACCTOPTR.DAT IS EMPTIED AT THE END OF THE
000244*                       RUN, AS ACCTCLRV EMPTIES ITS PENDING FILE,
000246*                       SO THE CLEAR-TEXT PASSWORDS KEYED ON IT DO
000248*                       NOT STAY ON DISK.
000250*
000260* ONE PROFILE PER OPERATOR, KEYED ON THE OPERATOR ID. THE ROLE
000270* DECIDES WHAT THE OPERATOR MAY DO:
000280*    I - INQUIRY ONLY          ACCTINQ.
000290*    H - HISTORY INQUIRY       ACCTINQ AND THE ACCTHIST INQUIRY.
000300*    R - RUN SEQUENCING        ACCTNITE.
000310*    P - PROMOTION/FALLBACK    ACCTPROM.
000320*
000330* THE PASSWORD IS NEVER STORED. THE PROFILE HOLDS A HASH OF THE
000340* OPERATOR ID AND PASSWORD TOGETHER (1500-HASH-PASSWORD); EACH
000350* SIGNING-ON PROGRAM WORKS THE SAME HASH FROM WHAT IS KEYED AND
000360* COMPARES THE TWO. NEITHER THE PASSWORD NOR THE HASH IS EVER
000366* PRINTED, AND THE TRANSACTION FILE THAT CARRIED THE PASSWORD IS
000372* EMPTIED ONCE THE RUN HAS APPLIED IT.
000380*
000390*    ACTION CODE A (ADD)        - A NEW OPERATOR. NAME, ROLE AND
000400*                                 A PASSWORD OF AT LEAST SIX
000410*                                 CHARACTERS ARE REQUIRED. THE
000420*                                 PROFILE STARTS ACTIVE.
000430*    ACTION CODE C (CHANGE)     - TAKES WHICHEVER OF NAME AND
000440*                                 ROLE ARE KEYED.
000450*    ACTION CODE P (PASSWORD)   - SETS A NEW PASSWORD.
000460*    ACTION CODE D (DEACTIVATE) - THE OPERATOR CAN NO LONGER SIGN
000470*                                 ON. THE PROFILE IS KEPT SO THE
000480*                                 ACCESS LOG STILL NAMES THEM.
000490*    ACTION CODE R (REACTIVATE) - THE OPERATOR CAN SIGN ON AGAIN.
000500*
000510* EVERY TRANSACTION, APPLIED OR REJECTED, IS LISTED ON THE
000520* PROFILE LISTING (ACCTOPLS.DAT).
000530*
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570*
000580     SELECT OPER-TRAN ASSIGN TO "ACCTOPTR.DAT"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS OM-TRAN-FILE-STATUS.
000610     SELECT OPER-FILE ASSIGN TO "ACCTOPER.DAT"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS OPR-ID
000650         FILE STATUS IS OM-OPER-FILE-STATUS.
000660     SELECT LISTING-FILE ASSIGN TO "ACCTOPLS.DAT"
000670         ORGANIZATION IS LINE SEQUENTIAL.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
000710*
000720*  PROFILE MAINTENANCE TRANSACTIONS, AS KEYED.
000730  FD  OPER-TRAN
000740      RECORDING MODE F.
000750  01  OPER-TRAN-REC.
000760      05  OTR-ACTION-CODE     PIC X(01).
000770          88  OTR-ADD                     VALUE 'A'.
000780          88  OTR-CHANGE                  VALUE 'C'.
000790          88  OTR-PASSWORD-RESET          VALUE 'P'.
000800          88  OTR-DEACTIVATE              VALUE 'D'.
000810          88  OTR-REACTIVATE              VALUE 'R'.
000820      05  OTR-OPER-ID         PIC X(08).
000830      05  OTR-NAME            PIC X(30).
000840      05  OTR-ROLE            PIC X(01).
000850          88  OTR-VALID-ROLE              VALUE 'I' 'H' 'R' 'P'.
000860      05  OTR-PASSWORD        PIC X(12).
000870*
000880*  KEYED OPERATOR PROFILE FILE. THE LAYOUT IS REPEATED IN EVERY
000890*  PROGRAM THAT SIGNS AN OPERATOR ON.
000900  FD  OPER-FILE
000910      RECORDING MODE F.
000920  01  OPER-FIELDS.
000930      05  OPR-ID              PIC X(08).
000940      05  OPR-NAME            PIC X(30).
000950      05  OPR-PASSWORD-HASH   PIC 9(10).
000960      05  OPR-ROLE            PIC X(01).
000970          88  OPR-INQUIRY-ONLY            VALUE 'I'.
000980          88  OPR-HISTORY-INQUIRY         VALUE 'H'.
000990          88  OPR-RUN-SEQUENCING          VALUE 'R'.
001000          88  OPR-PROMOTION               VALUE 'P'.
001010      05  OPR-ACTIVE          PIC X(01).
001020          88  OPR-IS-ACTIVE               VALUE 'Y'.
001030      05  OPR-PASSWORD-DATE   PIC 9(08).
001040      05  OPR-SET-UP-DATE     PIC 9(08).
001050      05  OPR-LAST-MAINT      PIC 9(08).
001060*
001070*****************************************************************
001080* LISTING-FILE - THE PROFILE LISTING. SEVERAL 01-LEVEL RECORDS
001090* SHARE THE SAME FD, THE SAME WAY THE ACCTGLMT LISTING IS BUILT.
001100*****************************************************************
001110  FD  LISTING-FILE
001120      RECORDING MODE F.
001130  01  LST-DETAIL-LINE.
001140      05  LSTD-ACTION-O       PIC X(12).
001150      05  LSTD-OPER-ID-O      PIC X(8).
001160      05  FILLER              PIC X(2)  VALUE SPACES.
001170      05  LSTD-NAME-O         PIC X(30).
001180      05  FILLER              PIC X(2)  VALUE SPACES.
001190      05  LSTD-ROLE-O         PIC X(1).
001200      05  FILLER              PIC X(4)  VALUE SPACES.
001210      05  LSTD-ACTIVE-O       PIC X(1).
001220      05  FILLER              PIC X(4)  VALUE SPACES.
001230      05  LSTD-PASSWORD-DATE-O PIC 9(8).
001240      05  FILLER              PIC X(48).
001250  01  LST-REJECT-LINE.
001260      05  LSTR-ACTION-O       PIC X(12).
001270      05  LSTR-OPER-ID-O      PIC X(8).
001280      05  FILLER              PIC X(2)  VALUE SPACES.
001290      05  LSTR-CODE-O         PIC X(1).
001300      05  FILLER              PIC X(3)  VALUE SPACES.
001310      05  LSTR-REASON-O       PIC X(44).
001320      05  FILLER              PIC X(50).
001330  01  LST-TOTAL-LINE.
001340      05  LSTT-LABEL-O        PIC X(24).
001350      05  LSTT-COUNT-O        PIC ZZZ,ZZ9.
001360      05  FILLER              PIC X(89).
001370  01  LST-PAGE-HDR-LINE.
001380      05  FILLER              PIC X(26) VALUE
001390          "OPERATOR PROFILE MAINT    ".
001400      05  LSTH-DATE-O         PIC 9(8).
001410      05  FILLER              PIC X(7)  VALUE "   PAGE".
001420      05  FILLER              PIC X(1)  VALUE SPACE.
001430      05  LSTH-PAGE-O         PIC ZZZ9.
001440      05  FILLER              PIC X(74).
001450  01  LST-COLUMN-LINE         PIC X(120).
001460  01  LST-MARKER-LINE         PIC X(120).
001470*
001480 WORKING-STORAGE SECTION.
001490*
001500*  END-OF-FILE SWITCH.
001510  77  OM-TRAN-EOF-SWITCH      PIC X(01)   VALUE 'N'.
001520      88  TRAN-EOF                        VALUE 'Y'.
001530*
001540*  FILE STATUS FIELDS. A PROFILE FILE THAT DOES NOT EXIST YET IS
001550*  CREATED, THE SAME WAY ACCTGLMT CREATES ITS MAPPING FILE.
001560  77  OM-TRAN-FILE-STATUS     PIC X(02)   VALUE SPACES.
001570  77  OM-OPER-FILE-STATUS     PIC X(02)   VALUE SPACES.
001580*
001590*  WORK SWITCH FOR THE KEYED LOOK-UP.
001600  77  OM-FOUND-SWITCH         PIC X(01)   VALUE 'N'.
001610      88  RECORD-FOUND                    VALUE 'Y'.
001620*
001630*  RUN DATE - LISTING HEADING AND PROFILE DATES.
001640  77  OM-RUN-DATE             PIC 9(08)   VALUE ZERO.
001650*
001660*  PASSWORD HASH WORK FIELDS (1500-HASH-PASSWORD). THE HASH IS
001670*  WORKED OVER THE OPERATOR ID AND THE PASSWORD TOGETHER, EACH
001680*  CHARACTER VALUED BY ITS PLACE IN OM-ALPHA-CHAR. THE SAME
001690*  FIELDS AND ARITHMETIC ARE USED WHEREVER AN OPERATOR SIGNS ON.
001700  01  OM-HASH-INPUT.
001710      05  OM-HASH-ID          PIC X(08).
001720      05  OM-HASH-PASSWORD    PIC X(12).
001730  01  OM-HASH-CHARS REDEFINES OM-HASH-INPUT.
001740      05  OM-HASH-CHAR        PIC X(01) OCCURS 20 TIMES.
001750  01  OM-ALPHABET-VALUES.
001760      05  FILLER              PIC X(40) VALUE
001770          "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789-.#@".
001780      05  FILLER              PIC X(40) VALUE
001790          "abcdefghijklmnopqrstuvwxyz!$%&*+/=?_:;,<".
001800  01  OM-ALPHABET-TABLE REDEFINES OM-ALPHABET-VALUES.
001810      05  OM-ALPHA-CHAR       PIC X(01) OCCURS 80 TIMES.
001820  77  OM-HASH-SUB             PIC 9(02) COMP VALUE ZERO.
001830  77  OM-ALPHA-SUB            PIC 9(02) COMP VALUE ZERO.
001840  77  OM-CHAR-VALUE           PIC 9(02) COMP VALUE ZERO.
001850  77  OM-HASH-WORK            PIC 9(15) COMP VALUE ZERO.
001860  77  OM-HASH-QUOT            PIC 9(15) COMP VALUE ZERO.
001870  77  OM-HASH-VALUE           PIC 9(10)   VALUE ZERO.
001880  77  OM-SPACE-COUNT          PIC 9(02) COMP VALUE ZERO.
001890*
001900*  RUN CONTROL TOTALS.
001910  77  OM-ADD-COUNT            PIC 9(7) COMP VALUE ZERO.
001920  77  OM-CHANGE-COUNT         PIC 9(7) COMP VALUE ZERO.
001930  77  OM-PASSWORD-COUNT       PIC 9(7) COMP VALUE ZERO.
001940  77  OM-DEACTIVATE-COUNT     PIC 9(7) COMP VALUE ZERO.
001950  77  OM-REACTIVATE-COUNT     PIC 9(7) COMP VALUE ZERO.
001960  77  OM-ERROR-COUNT          PIC 9(7) COMP VALUE ZERO.
001970*
001980  77  OM-ERROR-REASON         PIC X(44)   VALUE SPACES.
001990  77  OM-LINE-LABEL           PIC X(12)   VALUE SPACES.
002000*
002010*  PAGINATION WORK FIELDS. THE PAGE BREAKS AFTER OM-PAGE-LIMIT
002020*  LISTING LINES.
002030  77  OM-LINE-COUNT           PIC 9(3) COMP VALUE ZERO.
002040  77  OM-PAGE-NO              PIC 9(4) COMP VALUE ZERO.
002050  77  OM-PAGE-LIMIT           PIC 9(3) COMP VALUE 55.
002060*
002070 PROCEDURE DIVISION.
002080*
002090*****************************************************************
002100* 0000-MAINLINE - OVERALL CONTROL OF THE RUN.
002110*****************************************************************
002120 0000-MAINLINE.
002130     PERFORM 1000-INITIALIZE
002140         THRU 1000-EXIT.
002150     PERFORM 2000-APPLY-TRANSACTIONS
002160         THRU 2000-EXIT.
002170     PERFORM 4000-FINALIZE
002180         THRU 4000-EXIT.
002190     STOP RUN.
002200*
002210*****************************************************************
002220* 1000-INITIALIZE - OPEN THE FILES AND HEAD THE LISTING. THE
002230* PROFILE FILE IS CREATED EMPTY ON FIRST USE.
002240*****************************************************************
002250 1000-INITIALIZE.
002260     ACCEPT OM-RUN-DATE FROM DATE YYYYMMDD.
002270     OPEN INPUT OPER-TRAN.
002280     OPEN I-O OPER-FILE.
002290     IF OM-OPER-FILE-STATUS NOT = "00"
002300         OPEN OUTPUT OPER-FILE
002310         CLOSE OPER-FILE
002320         OPEN I-O OPER-FILE
002330     END-IF.
002340     OPEN OUTPUT LISTING-FILE.
002350     PERFORM 2650-WRITE-PAGE-HEADING
002360         THRU 2650-EXIT.
002370 1000-EXIT.
002380     EXIT.
002390*
002400*****************************************************************
002410* 1500-HASH-PASSWORD - WORK THE PASSWORD HASH OVER OM-HASH-INPUT
002420* INTO OM-HASH-VALUE. EACH CHARACTER'S VALUE, WEIGHTED BY ITS
002430* POSITION, IS FOLDED INTO A RUNNING TOTAL KEPT BELOW A LARGE
002440* PRIME. A CHARACTER NOT IN THE TABLE COUNTS AS ZERO.
002450*****************************************************************
002460 1500-HASH-PASSWORD.
002470     MOVE ZERO TO OM-HASH-WORK.
002480     PERFORM VARYING OM-HASH-SUB FROM 1 BY 1
002490             UNTIL OM-HASH-SUB > 20
002500         MOVE ZERO TO OM-CHAR-VALUE
002510         PERFORM VARYING OM-ALPHA-SUB FROM 1 BY 1
002520                 UNTIL OM-ALPHA-SUB > 80
002530             IF OM-HASH-CHAR(OM-HASH-SUB) =
002540                     OM-ALPHA-CHAR(OM-ALPHA-SUB)
002550                 MOVE OM-ALPHA-SUB TO OM-CHAR-VALUE
002560             END-IF
002570         END-PERFORM
002580         COMPUTE OM-HASH-WORK = (OM-HASH-WORK * 131)
002590             + (OM-CHAR-VALUE * OM-HASH-SUB) + 17
002600         DIVIDE OM-HASH-WORK BY 9999999967
002610             GIVING OM-HASH-QUOT
002620         COMPUTE OM-HASH-WORK = OM-HASH-WORK
002630             - (OM-HASH-QUOT * 9999999967)
002640     END-PERFORM.
002650     MOVE OM-HASH-WORK TO OM-HASH-VALUE.
002660     MOVE SPACES TO OM-HASH-INPUT.
002670 1500-EXIT.
002680     EXIT.
002690*
002700*****************************************************************
002710* 2000-APPLY-TRANSACTIONS - READ ACCTOPTR.DAT AND APPLY EACH
002720* TRANSACTION IN ORDER OF ARRIVAL.
002730*****************************************************************
002740 2000-APPLY-TRANSACTIONS.
002750     PERFORM 2100-READ-TRANSACTION
002760         THRU 2100-EXIT.
002770     PERFORM UNTIL TRAN-EOF
002780         PERFORM 2200-APPLY-ONE-TRAN
002790             THRU 2200-EXIT
002800         PERFORM 2100-READ-TRANSACTION
002810             THRU 2100-EXIT
002820     END-PERFORM.
002830 2000-EXIT.
002840     EXIT.
002850*
002860*****************************************************************
002870* 2100-READ-TRANSACTION - READ ONE MAINTENANCE TRANSACTION. THE
002880* OPERATOR ID IS HELD IN UPPER CASE, THE SAME WAY IT IS KEYED AT
002890* SIGN-ON.
002900*****************************************************************
002910 2100-READ-TRANSACTION.
002920     READ OPER-TRAN
002930         AT END
002940             MOVE 'Y' TO OM-TRAN-EOF-SWITCH
002950     END-READ.
002960     IF NOT TRAN-EOF
002970         INSPECT OTR-OPER-ID CONVERTING
002980             "abcdefghijklmnopqrstuvwxyz" TO
002990             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003000     END-IF.
003010 2100-EXIT.
003020     EXIT.
003030*
003040*****************************************************************
003050* 2200-APPLY-ONE-TRAN - READ THE PROFILE NAMED BY THE
003060* TRANSACTION AND ROUTE THE TRANSACTION BY ITS ACTION CODE.
003070*****************************************************************
003080 2200-APPLY-ONE-TRAN.
003090     IF OTR-OPER-ID = SPACES
003100         MOVE "OPERATOR ID IS BLANK" TO OM-ERROR-REASON
003110         PERFORM 3700-WRITE-ERROR
003120             THRU 3700-EXIT
003130         GO TO 2200-EXIT
003140     END-IF.
003150     PERFORM 3500-READ-PROFILE
003160         THRU 3500-EXIT.
003170     EVALUATE TRUE
003180         WHEN OTR-ADD
003190             PERFORM 2300-ADD-PROFILE
003200                 THRU 2300-EXIT
003210         WHEN OTR-CHANGE
003220             PERFORM 2400-CHANGE-PROFILE
003230                 THRU 2400-EXIT
003240         WHEN OTR-PASSWORD-RESET
003250             PERFORM 2450-RESET-PASSWORD
003260                 THRU 2450-EXIT
003270         WHEN OTR-DEACTIVATE
003280         WHEN OTR-REACTIVATE
003290             PERFORM 2500-SET-ACTIVE-FLAG
003300                 THRU 2500-EXIT
003310         WHEN OTHER
003320             MOVE "UNKNOWN ACTION CODE" TO OM-ERROR-REASON
003330             PERFORM 3700-WRITE-ERROR
003340                 THRU 3700-EXIT
003350     END-EVALUATE.
003360 2200-EXIT.
003370     EXIT.
003380*
003390*****************************************************************
003400* 2300-ADD-PROFILE - VALIDATE AND RECORD A NEW OPERATOR.
003410*****************************************************************
003420 2300-ADD-PROFILE.
003430     IF RECORD-FOUND
003440         MOVE "OPERATOR ID ALREADY ON FILE" TO OM-ERROR-REASON
003450         PERFORM 3700-WRITE-ERROR
003460             THRU 3700-EXIT
003470         GO TO 2300-EXIT
003480     END-IF.
003490     IF OTR-NAME = SPACES
003500         MOVE "OPERATOR NAME IS REQUIRED" TO OM-ERROR-REASON
003510         PERFORM 3700-WRITE-ERROR
003520             THRU 3700-EXIT
003530         GO TO 2300-EXIT
003540     END-IF.
003550     IF NOT OTR-VALID-ROLE
003560         MOVE "ROLE MUST BE I, H, R OR P" TO OM-ERROR-REASON
003570         PERFORM 3700-WRITE-ERROR
003580             THRU 3700-EXIT
003590         GO TO 2300-EXIT
003600     END-IF.
003610     PERFORM 3600-CHECK-PASSWORD
003620         THRU 3600-EXIT.
003630     IF OM-ERROR-REASON NOT = SPACES
003640         PERFORM 3700-WRITE-ERROR
003650             THRU 3700-EXIT
003660         GO TO 2300-EXIT
003670     END-IF.
003680     MOVE SPACES TO OPER-FIELDS.
003690     MOVE OTR-OPER-ID    TO OPR-ID.
003700     MOVE OTR-NAME       TO OPR-NAME.
003710     MOVE OTR-ROLE       TO OPR-ROLE.
003720     MOVE 'Y'            TO OPR-ACTIVE.
003730     MOVE OTR-OPER-ID    TO OM-HASH-ID.
003740     MOVE OTR-PASSWORD   TO OM-HASH-PASSWORD.
003750     PERFORM 1500-HASH-PASSWORD
003760         THRU 1500-EXIT.
003770     MOVE OM-HASH-VALUE  TO OPR-PASSWORD-HASH.
003780     MOVE OM-RUN-DATE    TO OPR-PASSWORD-DATE.
003790     MOVE OM-RUN-DATE    TO OPR-SET-UP-DATE.
003800     MOVE OM-RUN-DATE    TO OPR-LAST-MAINT.
003810     WRITE OPER-FIELDS
003820         INVALID KEY
003830             MOVE "OPERATOR ID ALREADY ON FILE" TO OM-ERROR-REASON
003840             PERFORM 3700-WRITE-ERROR
003850                 THRU 3700-EXIT
003860             GO TO 2300-EXIT
003870     END-WRITE.
003880     ADD 1 TO OM-ADD-COUNT.
003890     MOVE "ADDED" TO OM-LINE-LABEL.
003900     PERFORM 2600-WRITE-PROFILE-LINE
003910         THRU 2600-EXIT.
003920 2300-EXIT.
003930     EXIT.
003940*
003950*****************************************************************
003960* 2400-CHANGE-PROFILE - TAKE THE KEYED NAME AND ROLE ONTO THE
003970* PROFILE. A FIELD LEFT BLANK IS NOT CHANGED. BOTH THE OLD AND
003980* THE NEW ARE LISTED.
003990*****************************************************************
004000 2400-CHANGE-PROFILE.
004010     IF NOT RECORD-FOUND
004020         MOVE "OPERATOR NOT ON FILE" TO OM-ERROR-REASON
004030         PERFORM 3700-WRITE-ERROR
004040             THRU 3700-EXIT
004050         GO TO 2400-EXIT
004060     END-IF.
004070     IF OTR-ROLE NOT = SPACE AND NOT OTR-VALID-ROLE
004080         MOVE "ROLE MUST BE I, H, R OR P" TO OM-ERROR-REASON
004090         PERFORM 3700-WRITE-ERROR
004100             THRU 3700-EXIT
004110         GO TO 2400-EXIT
004120     END-IF.
004130     MOVE "CHG-OLD" TO OM-LINE-LABEL.
004140     PERFORM 2600-WRITE-PROFILE-LINE
004150         THRU 2600-EXIT.
004160     IF OTR-NAME NOT = SPACES
004170         MOVE OTR-NAME TO OPR-NAME
004180     END-IF.
004190     IF OTR-ROLE NOT = SPACE
004200         MOVE OTR-ROLE TO OPR-ROLE
004210     END-IF.
004220     MOVE OM-RUN-DATE TO OPR-LAST-MAINT.
004230     REWRITE OPER-FIELDS.
004240     ADD 1 TO OM-CHANGE-COUNT.
004250     MOVE "CHG-NEW" TO OM-LINE-LABEL.
004260     PERFORM 2600-WRITE-PROFILE-LINE
004270         THRU 2600-EXIT.
004280 2400-EXIT.
004290     EXIT.
004300*
004310*****************************************************************
004320* 2450-RESET-PASSWORD - SET A NEW PASSWORD ON THE PROFILE.
004330*****************************************************************
004340 2450-RESET-PASSWORD.
004350     IF NOT RECORD-FOUND
004360         MOVE "OPERATOR NOT ON FILE" TO OM-ERROR-REASON
004370         PERFORM 3700-WRITE-ERROR
004380             THRU 3700-EXIT
004390         GO TO 2450-EXIT
004400     END-IF.
004410     PERFORM 3600-CHECK-PASSWORD
004420         THRU 3600-EXIT.
004430     IF OM-ERROR-REASON NOT = SPACES
004440         PERFORM 3700-WRITE-ERROR
004450             THRU 3700-EXIT
004460         GO TO 2450-EXIT
004470     END-IF.
004480     MOVE OTR-OPER-ID    TO OM-HASH-ID.
004490     MOVE OTR-PASSWORD   TO OM-HASH-PASSWORD.
004500     PERFORM 1500-HASH-PASSWORD
004510         THRU 1500-EXIT.
004520     MOVE OM-HASH-VALUE  TO OPR-PASSWORD-HASH.
004530     MOVE OM-RUN-DATE    TO OPR-PASSWORD-DATE.
004540     MOVE OM-RUN-DATE    TO OPR-LAST-MAINT.
004550     REWRITE OPER-FIELDS.
004560     ADD 1 TO OM-PASSWORD-COUNT.
004570     MOVE "PASSWORD SET" TO OM-LINE-LABEL.
004580     PERFORM 2600-WRITE-PROFILE-LINE
004590         THRU 2600-EXIT.
004600 2450-EXIT.
004610     EXIT.
004620*
004630*****************************************************************
004640* 2500-SET-ACTIVE-FLAG - DEACTIVATE OR REACTIVATE A PROFILE.
004650*****************************************************************
004660 2500-SET-ACTIVE-FLAG.
004670     IF NOT RECORD-FOUND
004680         MOVE "OPERATOR NOT ON FILE" TO OM-ERROR-REASON
004690         PERFORM 3700-WRITE-ERROR
004700             THRU 3700-EXIT
004710         GO TO 2500-EXIT
004720     END-IF.
004730     IF OTR-DEACTIVATE
004740         IF NOT OPR-IS-ACTIVE
004750             MOVE "OPERATOR IS ALREADY INACTIVE" TO
004760                 OM-ERROR-REASON
004770             PERFORM 3700-WRITE-ERROR
004780                 THRU 3700-EXIT
004790             GO TO 2500-EXIT
004800         END-IF
004810         MOVE 'N' TO OPR-ACTIVE
004820         ADD 1 TO OM-DEACTIVATE-COUNT
004830         MOVE "DEACTIVATED" TO OM-LINE-LABEL
004840     ELSE
004850         IF OPR-IS-ACTIVE
004860             MOVE "OPERATOR IS ALREADY ACTIVE" TO OM-ERROR-REASON
004870             PERFORM 3700-WRITE-ERROR
004880                 THRU 3700-EXIT
004890             GO TO 2500-EXIT
004900         END-IF
004910         MOVE 'Y' TO OPR-ACTIVE
004920         ADD 1 TO OM-REACTIVATE-COUNT
004930         MOVE "REACTIVATED" TO OM-LINE-LABEL
004940     END-IF.
004950     MOVE OM-RUN-DATE TO OPR-LAST-MAINT.
004960     REWRITE OPER-FIELDS.
004970     PERFORM 2600-WRITE-PROFILE-LINE
004980         THRU 2600-EXIT.
004990 2500-EXIT.
005000     EXIT.
005010*
005020*****************************************************************
005030* 2600-WRITE-PROFILE-LINE - LIST THE PROFILE NOW IN OPER-FIELDS
005040* UNDER THE LABEL IN OM-LINE-LABEL. THE PASSWORD HASH IS NOT
005050* PRINTED.
005060*****************************************************************
005070 2600-WRITE-PROFILE-LINE.
005080     MOVE SPACES TO LST-DETAIL-LINE.
005090     MOVE OM-LINE-LABEL     TO LSTD-ACTION-O.
005100     MOVE OPR-ID            TO LSTD-OPER-ID-O.
005110     MOVE OPR-NAME          TO LSTD-NAME-O.
005120     MOVE OPR-ROLE          TO LSTD-ROLE-O.
005130     MOVE OPR-ACTIVE        TO LSTD-ACTIVE-O.
005140     MOVE OPR-PASSWORD-DATE TO LSTD-PASSWORD-DATE-O.
005150     PERFORM 2700-CHECK-PAGE
005160         THRU 2700-EXIT.
005170     WRITE LST-DETAIL-LINE.
005180     ADD 1 TO OM-LINE-COUNT.
005190 2600-EXIT.
005200     EXIT.
005210*
005220*****************************************************************
005230* 2650-WRITE-PAGE-HEADING - WRITE THE LISTING HEADING BLOCK
005240* (REPORT NAME, RUN DATE, PAGE NUMBER) AND THE COLUMN TITLES AT
005250* THE TOP OF A PAGE.
005260*****************************************************************
005270 2650-WRITE-PAGE-HEADING.
005280     ADD 1 TO OM-PAGE-NO.
005290     MOVE SPACES TO LST-PAGE-HDR-LINE.
005300     MOVE "OPERATOR PROFILE MAINT    " TO
005310         LST-PAGE-HDR-LINE(1:26).
005320     MOVE OM-RUN-DATE TO LSTH-DATE-O.
005330     MOVE "   PAGE" TO LST-PAGE-HDR-LINE(35:7).
005340     MOVE OM-PAGE-NO TO LSTH-PAGE-O.
005350     WRITE LST-PAGE-HDR-LINE.
005360     MOVE SPACES TO LST-COLUMN-LINE.
005370     MOVE "ACTION"      TO LST-COLUMN-LINE(1:6).
005380     MOVE "OPERATOR"    TO LST-COLUMN-LINE(13:8).
005390     MOVE "NAME"        TO LST-COLUMN-LINE(23:4).
005400     MOVE "ROLE"        TO LST-COLUMN-LINE(54:4).
005410     MOVE "ACT"         TO LST-COLUMN-LINE(59:3).
005420     MOVE "PASSWORD SET" TO LST-COLUMN-LINE(63:12).
005430     WRITE LST-COLUMN-LINE.
005440     MOVE 2 TO OM-LINE-COUNT.
005450 2650-EXIT.
005460     EXIT.
005470*
005480*****************************************************************
005490* 2700-CHECK-PAGE - BREAK TO A NEW PAGE WHEN THE CURRENT ONE IS
005500* FULL.
005510*****************************************************************
005520 2700-CHECK-PAGE.
005530     IF OM-LINE-COUNT >= OM-PAGE-LIMIT
005540         PERFORM 2650-WRITE-PAGE-HEADING
005550             THRU 2650-EXIT
005560     END-IF.
005570 2700-EXIT.
005580     EXIT.
005590*
005600*****************************************************************
005610* 3500-READ-PROFILE - KEYED READ OF THE PROFILE NAMED BY THE
005620* CURRENT TRANSACTION. SETS RECORD-FOUND.
005630*****************************************************************
005640 3500-READ-PROFILE.
005650     MOVE 'N' TO OM-FOUND-SWITCH.
005660     MOVE OTR-OPER-ID TO OPR-ID.
005670     READ OPER-FILE
005680         INVALID KEY
005690             CONTINUE
005700         NOT INVALID KEY
005710             MOVE 'Y' TO OM-FOUND-SWITCH
005720     END-READ.
005730 3500-EXIT.
005740     EXIT.
005750*
005760*****************************************************************
005770* 3600-CHECK-PASSWORD - A PASSWORD MUST HAVE AT LEAST SIX
005780* CHARACTERS BEFORE ANY BLANK. LEAVES A REASON IN
005790* OM-ERROR-REASON, OR SPACES WHEN THE PASSWORD WILL DO.
005800*****************************************************************
005810 3600-CHECK-PASSWORD.
005820     MOVE SPACES TO OM-ERROR-REASON.
005830     MOVE ZERO TO OM-SPACE-COUNT.
005840     INSPECT OTR-PASSWORD(1:6) TALLYING OM-SPACE-COUNT
005850         FOR ALL SPACES.
005860     IF OM-SPACE-COUNT > ZERO
005870         MOVE "PASSWORD MUST BE AT LEAST SIX CHARACTERS" TO
005880             OM-ERROR-REASON
005890     END-IF.
005900 3600-EXIT.
005910     EXIT.
005920*
005930*****************************************************************
005940* 3700-WRITE-ERROR - LIST ONE TRANSACTION THAT COULD NOT BE
005950* APPLIED, WITH ITS REASON, ON THE PROFILE LISTING.
005960*****************************************************************
005970 3700-WRITE-ERROR.
005980     MOVE SPACES TO LST-REJECT-LINE.
005990     MOVE "REJECTED"      TO LSTR-ACTION-O.
006000     MOVE OTR-OPER-ID     TO LSTR-OPER-ID-O.
006010     MOVE OTR-ACTION-CODE TO LSTR-CODE-O.
006020     MOVE OM-ERROR-REASON TO LSTR-REASON-O.
006030     PERFORM 2700-CHECK-PAGE
006040         THRU 2700-EXIT.
006050     WRITE LST-REJECT-LINE.
006060     ADD 1 TO OM-LINE-COUNT.
006070     ADD 1 TO OM-ERROR-COUNT.
006080 3700-EXIT.
006090     EXIT.
006100*
006110*****************************************************************
006120* 4000-FINALIZE - WRITE THE RUN TOTALS TO THE LISTING, CLOSE THE
006126* FILES, EMPTY THE TRANSACTION FILE AND DISPLAY THE SAME TOTALS
006132* ON THE CONSOLE.
006140*****************************************************************
006150 4000-FINALIZE.
006160     IF OM-LINE-COUNT + 7 > OM-PAGE-LIMIT
006170         PERFORM 2650-WRITE-PAGE-HEADING
006180             THRU 2650-EXIT
006190     END-IF.
006200     MOVE SPACES TO LST-TOTAL-LINE.
006210     MOVE "OPERATORS ADDED       : " TO LSTT-LABEL-O.
006220     MOVE OM-ADD-COUNT TO LSTT-COUNT-O.
006230     WRITE LST-TOTAL-LINE.
006240     MOVE SPACES TO LST-TOTAL-LINE.
006250     MOVE "PROFILES CHANGED      : " TO LSTT-LABEL-O.
006260     MOVE OM-CHANGE-COUNT TO LSTT-COUNT-O.
006270     WRITE LST-TOTAL-LINE.
006280     MOVE SPACES TO LST-TOTAL-LINE.
006290     MOVE "PASSWORDS SET         : " TO LSTT-LABEL-O.
006300     MOVE OM-PASSWORD-COUNT TO LSTT-COUNT-O.
006310     WRITE LST-TOTAL-LINE.
006320     MOVE SPACES TO LST-TOTAL-LINE.
006330     MOVE "OPERATORS DEACTIVATED : " TO LSTT-LABEL-O.
006340     MOVE OM-DEACTIVATE-COUNT TO LSTT-COUNT-O.
006350     WRITE LST-TOTAL-LINE.
006360     MOVE SPACES TO LST-TOTAL-LINE.
006370     MOVE "OPERATORS REACTIVATED : " TO LSTT-LABEL-O.
006380     MOVE OM-REACTIVATE-COUNT TO LSTT-COUNT-O.
006390     WRITE LST-TOTAL-LINE.
006400     MOVE SPACES TO LST-TOTAL-LINE.
006410     MOVE "TRANSACTIONS REJECTED : " TO LSTT-LABEL-O.
006420     MOVE OM-ERROR-COUNT TO LSTT-COUNT-O.
006430     WRITE LST-TOTAL-LINE.
006440     MOVE SPACES TO LST-MARKER-LINE.
006450     MOVE "*** END OF REPORT ***" TO LST-MARKER-LINE.
006460     WRITE LST-MARKER-LINE.
006470     CLOSE OPER-TRAN.
006473     OPEN OUTPUT OPER-TRAN.
006476     CLOSE OPER-TRAN.
006480     CLOSE OPER-FILE.
006490     CLOSE LISTING-FILE.
006500     DISPLAY "ACCTOPRM RUN TOTALS -".
006510     DISPLAY "  OPERATORS ADDED      : " OM-ADD-COUNT.
006520     DISPLAY "  PROFILES CHANGED     : " OM-CHANGE-COUNT.
006530     DISPLAY "  PASSWORDS SET        : " OM-PASSWORD-COUNT.
006540     DISPLAY "  OPERATORS DEACTIVATED: " OM-DEACTIVATE-COUNT.
006550     DISPLAY "  OPERATORS REACTIVATED: " OM-REACTIVATE-COUNT.
006560     DISPLAY "  TRANSACTIONS REJECTED: " OM-ERROR-COUNT.
006570 4000-EXIT.
006580     EXIT.
