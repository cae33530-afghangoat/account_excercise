000010*****************************************************************
000020* ACCT-CTRY
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. ACCTCTRY.
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
000160*    10/15/2026  RH     ORIGINAL PROGRAM - COUNTRY/CURRENCY
000170*                       REFERENCE MAINTENANCE. THE COUNTRY TO
000180*                       CURRENCY MAPPING, THE MONTHLY FINANCE
000190*                       RATE AND THE MINIMUM CHARGE USED TO BE
000200*                       HARD-CODED IN HELLO-WORLD AND ACCTFEES,
000210*                       SO A NEW COUNTRY OR A RATE CHANGE MEANT
000220*                       A PROGRAM CHANGE. THEY NOW LIVE ON A
000230*                       KEYED REFERENCE FILE (ACCTCTRY.DAT)
000240*                       MAINTAINED BY THIS RUN FROM
000250*                       TRANSACTIONS KEYED TO ACCTYTRN.DAT.
000251*    10/15/2026  RH     A CHANGE KEYED WHILE EARLIER TERMS ARE
000252*                       STILL WAITING FOR THEIR EFFECTIVE DATE NOW
000253*                       REPLACES ONLY THE WAITING TERMS; THE TERMS
000254*                       IN FORCE STAY AS THE PRIOR TERMS. THE
000255*                       EFFECTIVE DATE IS PROVED AS A CALENDAR
000256*                       DATE, AND A FAILED REWRITE OR DELETE IS
000257*                       LISTED AS REJECTED INSTEAD OF BEING
000258*                       COUNTED.
000259*    10/15/2026  RH     EVERY DELETE IN A RUN IS NOW PROVED
000261*                       AGAINST THE ACCOUNT MASTER, NOT ONLY THE
000263*                       FIRST, AND A DELETE IS REJECTED WHEN THE
000265*                       MASTER CANNOT BE OPENED.
000267*
000270* ONE RECORD PER COUNTRY, KEYED ON THE COUNTRY NAME EXACTLY AS
000280* IT IS CARRIED IN THE COUNTRY FIELD OF THE ACCOUNT MASTER.
000290*
000300*    ACTION CODE A (ADD)    - COUNTRY MUST NOT ALREADY EXIST.
000310*    ACTION CODE C (CHANGE) - COUNTRY MUST ALREADY EXIST.
000320*    ACTION CODE D (DELETE) - COUNTRY MUST ALREADY EXIST AND NO
000330*                             ACCOUNT ON THE MASTER MAY STILL
000336*                             CARRY IT. WITHOUT THE MASTER NO
000342*                             DELETE IS TAKEN.
000350*
000360* EVERY RECORD CARRIES THE DATE ITS TERMS TAKE EFFECT. A CHANGE
000370* KEEPS THE TERMS IN FORCE AS THE PRIOR TERMS, AND A READER
000380* WHOSE RUN DATE IS BEFORE THE EFFECTIVE DATE USES THE PRIOR
000390* TERMS, SO A RATE CHANGE CAN BE KEYED AHEAD OF THE DAY IT
000400* APPLIES. A ZERO EFFECTIVE DATE ON A TRANSACTION MEANS THE
000410* TERMS APPLY FROM TODAY.
000420*
000430* EVERY TRANSACTION, APPLIED OR REJECTED, IS LISTED ON THE
000440* CHANGE LISTING (ACCTYLST.DAT) WITH THE BEFORE AND AFTER TERMS,
000450* SO THE UPDATE CAN BE CHECKED AGAINST THE SIGNED REQUEST FORM.
000460*
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500*
000510     SELECT CTRY-TRAN ASSIGN TO "ACCTYTRN.DAT"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS CY-TRAN-FILE-STATUS.
000540     SELECT CTRY-MASTER ASSIGN TO "ACCTCTRY.DAT"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS CTRY-COUNTRY
000580         FILE STATUS IS CY-CTRY-FILE-STATUS.
000590     SELECT ACCT-REC ASSIGN TO "ACCTREC.DAT"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS ACCT-NO
000630         FILE STATUS IS CY-ACCT-FILE-STATUS.
000640     SELECT LISTING-FILE ASSIGN TO "ACCTYLST.DAT"
000650         ORGANIZATION IS LINE SEQUENTIAL.
000660*
000670 DATA DIVISION.
000680 FILE SECTION.
000690*
000700*  COUNTRY MAINTENANCE TRANSACTIONS, AS KEYED. THE RATE AND THE
000710*  MINIMUM ARE KEYED AS UNSIGNED DISPLAY DIGITS.
000720  FD  CTRY-TRAN
000730      RECORDING MODE F.
000740  01  CTRY-TRAN-REC.
000750      05  CYT-ACTION-CODE     PIC X(01).
000760          88  CYT-ADD                     VALUE 'A'.
000770          88  CYT-CHANGE                  VALUE 'C'.
000780          88  CYT-DELETE                  VALUE 'D'.
000790      05  CYT-COUNTRY         PIC X(20).
000800      05  CYT-CURR-CODE       PIC X(03).
000810      05  CYT-MONTHLY-RATE    PIC V9(4).
000820      05  CYT-MINIMUM-CHARGE  PIC 9(5)V99.
000830      05  CYT-EFFECTIVE-DATE  PIC 9(08).
000840*
000850*  KEYED COUNTRY/CURRENCY REFERENCE FILE. THE LAYOUT IS REPEATED
000860*  IN EVERY PROGRAM THAT READS IT.
000870  FD  CTRY-MASTER
000880      RECORDING MODE F.
000890  01  CTRY-FIELDS.
000900      05  CTRY-COUNTRY        PIC X(20).
000910      05  CTRY-CURR-CODE      PIC X(03).
000920      05  CTRY-MONTHLY-RATE   PIC SV9(4) COMP-3.
000930      05  CTRY-MINIMUM-CHARGE PIC S9(5)V99 COMP-3.
000940      05  CTRY-EFFECTIVE-DATE PIC 9(08).
000950      05  CTRY-PRIOR-CURR     PIC X(03).
000960      05  CTRY-PRIOR-RATE     PIC SV9(4) COMP-3.
000970      05  CTRY-PRIOR-MINIMUM  PIC S9(5)V99 COMP-3.
000980      05  CTRY-LAST-MAINT     PIC 9(08).
000990*
001000*  KEYED ACCT-REC MASTER, SCANNED BEFORE A COUNTRY IS DELETED.
001010  FD  ACCT-REC
001020      RECORDING MODE F.
001030  01  ACCT-FIELDS.
001040      05  ACCT-NO             PIC X(8).
001050      05  ACCT-LIMIT          PIC S9(7)V99 COMP-3.
001060      05  ACCT-BALANCE        PIC S9(7)V99 COMP-3.
001070      05  LAST-NAME           PIC X(15).
001080      05  FIRST-NAME          PIC X(15).
001090      05  RESERVED            PIC X(7).
001100      05  COUNTRY             PIC X(20).
001110      05  COMMENTS            PIC X(30).
001120      05  ACCT-STATUS         PIC X(01).
001130*
001140*****************************************************************
001150* LISTING-FILE - THE CHANGE LISTING. SEVERAL 01-LEVEL RECORDS
001160* SHARE THE SAME FD, THE SAME WAY THE ACCTCOMP REPORT IS BUILT.
001170*****************************************************************
001180  FD  LISTING-FILE
001190      RECORDING MODE F.
001200  01  LST-DETAIL-LINE.
001210      05  LSTD-ACTION-O       PIC X(9).
001220      05  LSTD-COUNTRY-O      PIC X(20).
001230      05  FILLER              PIC X(1)  VALUE SPACE.
001240      05  LSTD-CURR-CODE-O    PIC X(3).
001250      05  FILLER              PIC X(2)  VALUE SPACES.
001260      05  LSTD-RATE-O         PIC 9.9(4).
001270      05  FILLER              PIC X(2)  VALUE SPACES.
001280      05  LSTD-MINIMUM-O      PIC ZZ,ZZ9.99.
001290      05  FILLER              PIC X(2)  VALUE SPACES.
001300      05  LSTD-EFFECTIVE-O    PIC 9(8).
001310      05  FILLER              PIC X(38).
001320  01  LST-REJECT-LINE.
001330      05  LSTR-ACTION-O       PIC X(9).
001340      05  LSTR-COUNTRY-O      PIC X(20).
001350      05  FILLER              PIC X(1)  VALUE SPACE.
001360      05  LSTR-CODE-O         PIC X(1).
001370      05  FILLER              PIC X(1)  VALUE SPACE.
001380      05  LSTR-REASON-O       PIC X(40).
001390      05  FILLER              PIC X(28).
001400  01  LST-TOTAL-LINE.
001410      05  LSTT-LABEL-O        PIC X(24).
001420      05  LSTT-COUNT-O        PIC ZZZ,ZZ9.
001430      05  FILLER              PIC X(69).
001440  01  LST-PAGE-HDR-LINE.
001450      05  FILLER              PIC X(26) VALUE
001460          "COUNTRY REFERENCE CHANGES ".
001470      05  LSTH-DATE-O         PIC 9(8).
001480      05  FILLER              PIC X(7)  VALUE "   PAGE".
001490      05  FILLER              PIC X(1)  VALUE SPACE.
001500      05  LSTH-PAGE-O         PIC ZZZ9.
001510      05  FILLER              PIC X(54).
001520  01  LST-COLUMN-LINE.
001530      05  FILLER              PIC X(9)  VALUE "ACTION".
001540      05  FILLER              PIC X(21) VALUE "COUNTRY".
001550      05  FILLER              PIC X(5)  VALUE "CURR".
001560      05  FILLER              PIC X(8)  VALUE "RATE".
001570      05  FILLER              PIC X(11) VALUE "   MINIMUM".
001580      05  FILLER              PIC X(46) VALUE "EFFECTIVE".
001590  01  LST-MARKER-LINE         PIC X(100).
001600*
001610 WORKING-STORAGE SECTION.
001620*
001630*  END-OF-FILE SWITCHES.
001640  77  CY-TRAN-EOF-SWITCH      PIC X(01)   VALUE 'N'.
001650      88  TRAN-EOF                        VALUE 'Y'.
001660  77  CY-ACCT-EOF-SWITCH      PIC X(01)   VALUE 'N'.
001670      88  ACCT-SCAN-DONE                  VALUE 'Y'.
001680*
001690*  FILE STATUS FIELDS. A REFERENCE FILE THAT DOES NOT EXIST YET
001700*  IS CREATED, THE SAME WAY ACCTCMNT CREATES ITS CUSTOMER MASTER.
001710  77  CY-TRAN-FILE-STATUS     PIC X(02)   VALUE SPACES.
001720  77  CY-CTRY-FILE-STATUS     PIC X(02)   VALUE SPACES.
001730  77  CY-ACCT-FILE-STATUS     PIC X(02)   VALUE SPACES.
001733  77  CY-ACCT-OPEN-SWITCH     PIC X(01)   VALUE 'N'.
001736      88  ACCT-MASTER-ON-HAND             VALUE 'Y'.
001740*
001750*  WORK SWITCHES FOR THE KEYED LOOK-UP AND THE DELETE SCAN.
001760  77  CY-FOUND-SWITCH         PIC X(01)   VALUE 'N'.
001770      88  RECORD-FOUND                    VALUE 'Y'.
001780  77  CY-IN-USE-SWITCH        PIC X(01)   VALUE 'N'.
001790      88  COUNTRY-IN-USE                  VALUE 'Y'.
001791  77  CY-DATE-OK-SWITCH       PIC X(01)   VALUE 'N'.
001796      88  DATE-IS-VALID                   VALUE 'Y'.
001801*
001806*  DATE CHECK WORK FIELDS (2270-CHECK-DATE). THE TABLE HOLDS THE
001811*  DAYS IN EACH MONTH OF A COMMON YEAR.
001816  01  CY-DATE-IN.
001821      05  CY-DATE-YYYY        PIC 9(04).
001826      05  CY-DATE-MM          PIC 9(02).
001831      05  CY-DATE-DD          PIC 9(02).
001836  01  CY-MONTH-DAYS-VALUES.
001841      05  FILLER              PIC X(24) VALUE
001846          "312831303130313130313031".
001851  01  CY-MONTH-DAYS-TABLE REDEFINES CY-MONTH-DAYS-VALUES.
001856      05  CY-MONTH-DAYS       PIC 9(02) OCCURS 12 TIMES.
001861  77  CY-DAYS-IN-MONTH        PIC 9(02) COMP VALUE ZERO.
001866  77  CY-WORK-Q               PIC 9(04) COMP VALUE ZERO.
001871  77  CY-WORK-R4              PIC 9(04) COMP VALUE ZERO.
001876  77  CY-WORK-R100            PIC 9(04) COMP VALUE ZERO.
001881  77  CY-WORK-R400            PIC 9(04) COMP VALUE ZERO.
001886*
001891*  RUN DATE - LISTING HEADING, LAST-MAINTAINED DATE AND THE
001896*  DEFAULT EFFECTIVE DATE.
001901  77  CY-RUN-DATE             PIC 9(08)   VALUE ZERO.
001906*
001911*  RUN CONTROL TOTALS.
001916  77  CY-ADD-COUNT            PIC 9(7) COMP VALUE ZERO.
001921  77  CY-CHANGE-COUNT         PIC 9(7) COMP VALUE ZERO.
001926  77  CY-DELETE-COUNT         PIC 9(7) COMP VALUE ZERO.
001931  77  CY-ERROR-COUNT          PIC 9(7) COMP VALUE ZERO.
001936*
001941  77  CY-ERROR-REASON         PIC X(40)   VALUE SPACES.
001946  77  CY-LINE-LABEL           PIC X(9)    VALUE SPACES.
001951*
001956*  PAGINATION WORK FIELDS. THE PAGE BREAKS AFTER CY-PAGE-LIMIT
001961*  LISTING LINES.
001966  77  CY-LINE-COUNT           PIC 9(3) COMP VALUE ZERO.
001971  77  CY-PAGE-NO              PIC 9(4) COMP VALUE ZERO.
001976  77  CY-PAGE-LIMIT           PIC 9(3) COMP VALUE 55.
001981*
002000 PROCEDURE DIVISION.
002010*
002020*****************************************************************
002030* 0000-MAINLINE - OVERALL CONTROL OF THE RUN.
002040*****************************************************************
002050 0000-MAINLINE.
002060     PERFORM 1000-INITIALIZE
002070         THRU 1000-EXIT.
002080     PERFORM 2000-APPLY-TRANSACTIONS
002090         THRU 2000-EXIT.
002100     PERFORM 4000-FINALIZE
002110         THRU 4000-EXIT.
002120     STOP RUN.
002130*
002140*****************************************************************
002150* 1000-INITIALIZE - OPEN THE FILES AND HEAD THE LISTING. THE
002160* REFERENCE FILE IS CREATED EMPTY ON FIRST USE.
002170*****************************************************************
002180 1000-INITIALIZE.
002190     ACCEPT CY-RUN-DATE FROM DATE YYYYMMDD.
002200     OPEN INPUT CTRY-TRAN.
002210     OPEN I-O CTRY-MASTER.
002220     IF CY-CTRY-FILE-STATUS NOT = "00"
002230         OPEN OUTPUT CTRY-MASTER
002240         CLOSE CTRY-MASTER
002250         OPEN I-O CTRY-MASTER
002260     END-IF.
002270     OPEN INPUT ACCT-REC.
002272     IF CY-ACCT-FILE-STATUS = "00"
002274         MOVE 'Y' TO CY-ACCT-OPEN-SWITCH
002276     END-IF.
002280     OPEN OUTPUT LISTING-FILE.
002290     PERFORM 2650-WRITE-PAGE-HEADING
002300         THRU 2650-EXIT.
002310 1000-EXIT.
002320     EXIT.
002330*
002340*****************************************************************
002350* 2000-APPLY-TRANSACTIONS - READ ACCTYTRN.DAT AND APPLY EACH
002360* TRANSACTION IN ORDER OF ARRIVAL.
002370*****************************************************************
002380 2000-APPLY-TRANSACTIONS.
002390     PERFORM 2100-READ-TRANSACTION
002400         THRU 2100-EXIT.
002410     PERFORM UNTIL TRAN-EOF
002420         PERFORM 2200-APPLY-ONE-TRAN
002430             THRU 2200-EXIT
002440         PERFORM 2100-READ-TRANSACTION
002450             THRU 2100-EXIT
002460     END-PERFORM.
002470 2000-EXIT.
002480     EXIT.
002490*
002500*****************************************************************
002510* 2100-READ-TRANSACTION - READ ONE MAINTENANCE TRANSACTION.
002520*****************************************************************
002530 2100-READ-TRANSACTION.
002540     READ CTRY-TRAN
002550         AT END
002560             MOVE 'Y' TO CY-TRAN-EOF-SWITCH
002570     END-READ.
002580 2100-EXIT.
002590     EXIT.
002600*
002610*****************************************************************
002620* 2200-APPLY-ONE-TRAN - VALIDATE THE KEY AND ROUTE THE
002630* TRANSACTION BY ITS ACTION CODE.
002640*****************************************************************
002650 2200-APPLY-ONE-TRAN.
002660     IF CYT-COUNTRY = SPACES
002670         MOVE "COUNTRY NAME IS BLANK" TO CY-ERROR-REASON
002680         PERFORM 3700-WRITE-ERROR
002690             THRU 3700-EXIT
002700         GO TO 2200-EXIT
002710     END-IF.
002720     EVALUATE TRUE
002730         WHEN CYT-ADD
002740             PERFORM 2300-ADD-COUNTRY
002750                 THRU 2300-EXIT
002760         WHEN CYT-CHANGE
002770             PERFORM 2400-CHANGE-COUNTRY
002780                 THRU 2400-EXIT
002790         WHEN CYT-DELETE
002800             PERFORM 2500-DELETE-COUNTRY
002810                 THRU 2500-EXIT
002820         WHEN OTHER
002830             MOVE "UNKNOWN ACTION CODE" TO CY-ERROR-REASON
002840             PERFORM 3700-WRITE-ERROR
002850                 THRU 3700-EXIT
002860     END-EVALUATE.
002870 2200-EXIT.
002880     EXIT.
002890*
002900*****************************************************************
002910* 2250-VALIDATE-TERMS - PROVE THE CURRENCY, RATE, MINIMUM AND
002916* EFFECTIVE DATE KEYED ON AN ADD OR CHANGE. A NON-ZERO
002922* EFFECTIVE DATE MUST BE A CALENDAR DATE. LEAVES A REASON IN
002930* CY-ERROR-REASON, OR SPACES WHEN THE TERMS ARE GOOD.
002940*****************************************************************
002943 2250-VALIDATE-TERMS.
002946     MOVE SPACES TO CY-ERROR-REASON.
002949     MOVE 'Y' TO CY-DATE-OK-SWITCH.
002952     IF CYT-EFFECTIVE-DATE NUMERIC
002955             AND CYT-EFFECTIVE-DATE NOT = ZERO
002958         MOVE CYT-EFFECTIVE-DATE TO CY-DATE-IN
002961         PERFORM 2270-CHECK-DATE
002964             THRU 2270-EXIT
002967     END-IF.
002970     EVALUATE TRUE
002973         WHEN CYT-CURR-CODE = SPACES
002976             MOVE "CURRENCY CODE IS BLANK" TO CY-ERROR-REASON
002979         WHEN CYT-MONTHLY-RATE NOT NUMERIC
002982             MOVE "MONTHLY RATE NOT NUMERIC" TO
002985                 CY-ERROR-REASON
002988         WHEN CYT-MINIMUM-CHARGE NOT NUMERIC
002991             MOVE "MINIMUM CHARGE NOT NUMERIC" TO
002994                 CY-ERROR-REASON
002997         WHEN CYT-EFFECTIVE-DATE NOT NUMERIC
003000             MOVE "EFFECTIVE DATE NOT NUMERIC" TO
003003                 CY-ERROR-REASON
003006         WHEN NOT DATE-IS-VALID
003009             MOVE "EFFECTIVE DATE IS NOT A DATE" TO
003012                 CY-ERROR-REASON
003015     END-EVALUATE.
003018 2250-EXIT.
003021     EXIT.
003024*
003027*****************************************************************
003030* 2270-CHECK-DATE - PROVE THE YYYYMMDD DATE IN CY-DATE-IN IS A
003033* REAL CALENDAR DATE, FEBRUARY 29 ONLY IN A LEAP YEAR. SETS
003036* DATE-IS-VALID.
003039*****************************************************************
003042 2270-CHECK-DATE.
003045     MOVE 'N' TO CY-DATE-OK-SWITCH.
003048     IF CY-DATE-IN NOT NUMERIC
003051             OR CY-DATE-YYYY < 1900
003054             OR CY-DATE-MM < 1 OR CY-DATE-MM > 12
003057             OR CY-DATE-DD < 1
003060         GO TO 2270-EXIT
003063     END-IF.
003066     MOVE CY-MONTH-DAYS(CY-DATE-MM) TO CY-DAYS-IN-MONTH.
003069     IF CY-DATE-MM = 2
003072         DIVIDE CY-DATE-YYYY BY 4 GIVING CY-WORK-Q
003075             REMAINDER CY-WORK-R4
003078         DIVIDE CY-DATE-YYYY BY 100 GIVING CY-WORK-Q
003081             REMAINDER CY-WORK-R100
003084         DIVIDE CY-DATE-YYYY BY 400 GIVING CY-WORK-Q
003087             REMAINDER CY-WORK-R400
003090         IF CY-WORK-R4 = ZERO
003093                 AND (CY-WORK-R100 NOT = ZERO
003096                      OR CY-WORK-R400 = ZERO)
003099             MOVE 29 TO CY-DAYS-IN-MONTH
003102         END-IF
003105     END-IF.
003108     IF CY-DATE-DD > CY-DAYS-IN-MONTH
003111         GO TO 2270-EXIT
003114     END-IF.
003117     MOVE 'Y' TO CY-DATE-OK-SWITCH.
003120 2270-EXIT.
003123     EXIT.
003126*
003129*****************************************************************
003140* 2300-ADD-COUNTRY - WRITE A NEW COUNTRY; A DUPLICATE KEY IS
003150* REJECTED. A NEW COUNTRY HAS NO EARLIER TERMS, SO ITS PRIOR
003160* TERMS ARE THE SAME AS ITS CURRENT ONES.
003170*****************************************************************
003180 2300-ADD-COUNTRY.
003190     PERFORM 2250-VALIDATE-TERMS
003200         THRU 2250-EXIT.
003210     IF CY-ERROR-REASON NOT = SPACES
003220         PERFORM 3700-WRITE-ERROR
003230             THRU 3700-EXIT
003240         GO TO 2300-EXIT
003250     END-IF.
003260     MOVE SPACES TO CTRY-FIELDS.
003270     MOVE CYT-COUNTRY TO CTRY-COUNTRY.
003280     PERFORM 2350-MOVE-NEW-TERMS
003290         THRU 2350-EXIT.
003300     MOVE CTRY-CURR-CODE      TO CTRY-PRIOR-CURR.
003310     MOVE CTRY-MONTHLY-RATE   TO CTRY-PRIOR-RATE.
003320     MOVE CTRY-MINIMUM-CHARGE TO CTRY-PRIOR-MINIMUM.
003330     WRITE CTRY-FIELDS
003340         INVALID KEY
003350             MOVE "COUNTRY ALREADY ON FILE - ADD REJECTED" TO
003360                 CY-ERROR-REASON
003370             PERFORM 3700-WRITE-ERROR
003380                 THRU 3700-EXIT
003390         NOT INVALID KEY
003400             ADD 1 TO CY-ADD-COUNT
003410             MOVE "ADDED" TO CY-LINE-LABEL
003420             PERFORM 2600-WRITE-TERMS-LINE
003430                 THRU 2600-EXIT
003440     END-WRITE.
003450 2300-EXIT.
003460     EXIT.
003470*
003480*****************************************************************
003490* 2350-MOVE-NEW-TERMS - MOVE THE KEYED TERMS ONTO THE REFERENCE
003500* RECORD. A ZERO EFFECTIVE DATE MEANS FROM TODAY.
003510*****************************************************************
003520 2350-MOVE-NEW-TERMS.
003530     MOVE CYT-CURR-CODE      TO CTRY-CURR-CODE.
003540     MOVE CYT-MONTHLY-RATE   TO CTRY-MONTHLY-RATE.
003550     MOVE CYT-MINIMUM-CHARGE TO CTRY-MINIMUM-CHARGE.
003560     IF CYT-EFFECTIVE-DATE = ZERO
003570         MOVE CY-RUN-DATE TO CTRY-EFFECTIVE-DATE
003580     ELSE
003590         MOVE CYT-EFFECTIVE-DATE TO CTRY-EFFECTIVE-DATE
003600     END-IF.
003610     MOVE CY-RUN-DATE TO CTRY-LAST-MAINT.
003620 2350-EXIT.
003630     EXIT.
003640*
003650*****************************************************************
003660* 2400-CHANGE-COUNTRY - REWRITE AN EXISTING COUNTRY IN PLACE.
003664* WHEN THE TERMS BEING REPLACED ARE ALREADY IN EFFECT THEY BECOME
003668* THE PRIOR TERMS. WHEN THEY ARE STILL WAITING FOR THEIR
003672* EFFECTIVE DATE THEY WERE NEVER IN FORCE, SO THE PRIOR TERMS
003676* (THOSE IN FORCE TODAY) ARE LEFT ALONE AND ONLY THE WAITING
003680* TERMS ARE OVERWRITTEN. BOTH THE OLD AND THE NEW TERMS ARE
003684* LISTED; A FAILED REWRITE IS LISTED AS REJECTED.
003690*****************************************************************
003700 2400-CHANGE-COUNTRY.
003710     PERFORM 2250-VALIDATE-TERMS
003720         THRU 2250-EXIT.
003730     IF CY-ERROR-REASON NOT = SPACES
003740         PERFORM 3700-WRITE-ERROR
003750             THRU 3700-EXIT
003760         GO TO 2400-EXIT
003770     END-IF.
003780     PERFORM 3500-READ-COUNTRY
003790         THRU 3500-EXIT.
003800     IF NOT RECORD-FOUND
003810         MOVE "COUNTRY NOT ON FILE FOR CHANGE" TO
003820             CY-ERROR-REASON
003830         PERFORM 3700-WRITE-ERROR
003840             THRU 3700-EXIT
003850         GO TO 2400-EXIT
003860     END-IF.
003870     MOVE "CHG-OLD" TO CY-LINE-LABEL.
003880     PERFORM 2600-WRITE-TERMS-LINE
003890         THRU 2600-EXIT.
003896     IF CTRY-EFFECTIVE-DATE NOT > CY-RUN-DATE
003902         MOVE CTRY-CURR-CODE      TO CTRY-PRIOR-CURR
003908         MOVE CTRY-MONTHLY-RATE   TO CTRY-PRIOR-RATE
003914         MOVE CTRY-MINIMUM-CHARGE TO CTRY-PRIOR-MINIMUM
003920     END-IF.
003930     PERFORM 2350-MOVE-NEW-TERMS
003940         THRU 2350-EXIT.
003944     REWRITE CTRY-FIELDS
003948         INVALID KEY
003952             MOVE "REWRITE FAILED - CHANGE NOT APPLIED" TO
003956                 CY-ERROR-REASON
003960             PERFORM 3700-WRITE-ERROR
003964                 THRU 3700-EXIT
003968         NOT INVALID KEY
003972             ADD 1 TO CY-CHANGE-COUNT
003976             MOVE "CHG-NEW" TO CY-LINE-LABEL
003980             PERFORM 2600-WRITE-TERMS-LINE
003984                 THRU 2600-EXIT
003988     END-REWRITE.
004000 2400-EXIT.
004010     EXIT.
004020*
004030*****************************************************************
004040* 2500-DELETE-COUNTRY - REMOVE A COUNTRY, BUT ONLY AFTER A SCAN
004050* OF THE MASTER PROVES NO ACCOUNT STILL CARRIES IT - AN ACCOUNT
004056* MUST NEVER BE LEFT WITHOUT A CURRENCY AND A RATE. A FAILED
004060* DELETE IS LISTED AS REJECTED, AS IS ANY DELETE WHEN THE MASTER
004064* COULD NOT BE OPENED FOR THE SCAN.
004070*****************************************************************
004080 2500-DELETE-COUNTRY.
004090     PERFORM 3500-READ-COUNTRY
004100         THRU 3500-EXIT.
004110     IF NOT RECORD-FOUND
004120         MOVE "COUNTRY NOT ON FILE FOR DELETE" TO
004121             CY-ERROR-REASON
004122         PERFORM 3700-WRITE-ERROR
004123             THRU 3700-EXIT
004124         GO TO 2500-EXIT
004125     END-IF.
004126     IF NOT ACCT-MASTER-ON-HAND
004127         MOVE "ACCOUNT MASTER NOT AVAILABLE" TO
004130             CY-ERROR-REASON
004140         PERFORM 3700-WRITE-ERROR
004150             THRU 3700-EXIT
004160         GO TO 2500-EXIT
004170     END-IF.
004180     PERFORM 3600-SCAN-MASTER-FOR-CTRY
004190         THRU 3600-EXIT.
004200     IF COUNTRY-IN-USE
004210         MOVE "ACCOUNTS STILL CARRY IT - DELETE REJECTED" TO
004220             CY-ERROR-REASON
004230         PERFORM 3700-WRITE-ERROR
004240             THRU 3700-EXIT
004250         GO TO 2500-EXIT
004260     END-IF.
004300     MOVE CYT-COUNTRY TO CTRY-COUNTRY.
004302     DELETE CTRY-MASTER RECORD
004304         INVALID KEY
004306             MOVE "DELETE FAILED - COUNTRY NOT REMOVED" TO
004308                 CY-ERROR-REASON
004310             PERFORM 3700-WRITE-ERROR
004312                 THRU 3700-EXIT
004314         NOT INVALID KEY
004316             ADD 1 TO CY-DELETE-COUNT
004318             MOVE "DELETED" TO CY-LINE-LABEL
004320             PERFORM 2600-WRITE-TERMS-LINE
004322                 THRU 2600-EXIT
004324     END-DELETE.
004330 2500-EXIT.
004340     EXIT.
004350*
004360*****************************************************************
004370* 2600-WRITE-TERMS-LINE - LIST THE TERMS NOW IN CTRY-FIELDS
004380* UNDER THE LABEL IN CY-LINE-LABEL.
004390*****************************************************************
004400 2600-WRITE-TERMS-LINE.
004410     MOVE SPACES TO LST-DETAIL-LINE.
004420     MOVE CY-LINE-LABEL       TO LSTD-ACTION-O.
004430     MOVE CTRY-COUNTRY        TO LSTD-COUNTRY-O.
004440     MOVE CTRY-CURR-CODE      TO LSTD-CURR-CODE-O.
004450     MOVE CTRY-MONTHLY-RATE   TO LSTD-RATE-O.
004460     MOVE CTRY-MINIMUM-CHARGE TO LSTD-MINIMUM-O.
004470     MOVE CTRY-EFFECTIVE-DATE TO LSTD-EFFECTIVE-O.
004480     PERFORM 2700-CHECK-PAGE
004490         THRU 2700-EXIT.
004500     WRITE LST-DETAIL-LINE.
004510     ADD 1 TO CY-LINE-COUNT.
004520 2600-EXIT.
004530     EXIT.
004540*
004550*****************************************************************
004560* 2650-WRITE-PAGE-HEADING - WRITE THE LISTING HEADING BLOCK
004570* (REPORT NAME, RUN DATE, PAGE NUMBER) AND THE COLUMN TITLES AT
004580* THE TOP OF A PAGE.
004590*****************************************************************
004600 2650-WRITE-PAGE-HEADING.
004610     ADD 1 TO CY-PAGE-NO.
004620     MOVE SPACES TO LST-PAGE-HDR-LINE.
004630     MOVE "COUNTRY REFERENCE CHANGES " TO
004640         LST-PAGE-HDR-LINE(1:26).
004650     MOVE CY-RUN-DATE TO LSTH-DATE-O.
004660     MOVE "   PAGE" TO LST-PAGE-HDR-LINE(35:7).
004670     MOVE CY-PAGE-NO TO LSTH-PAGE-O.
004680     WRITE LST-PAGE-HDR-LINE.
004690     MOVE SPACES TO LST-COLUMN-LINE.
004700     MOVE "ACTION"     TO LST-COLUMN-LINE(1:6).
004710     MOVE "COUNTRY"    TO LST-COLUMN-LINE(10:7).
004720     MOVE "CURR"       TO LST-COLUMN-LINE(31:4).
004730     MOVE "RATE"       TO LST-COLUMN-LINE(36:4).
004740     MOVE "MINIMUM"    TO LST-COLUMN-LINE(47:7).
004750     MOVE "EFFECTIVE"  TO LST-COLUMN-LINE(56:9).
004760     WRITE LST-COLUMN-LINE.
004770     MOVE 2 TO CY-LINE-COUNT.
004780 2650-EXIT.
004790     EXIT.
004800*
004810*****************************************************************
004820* 2700-CHECK-PAGE - BREAK TO A NEW PAGE WHEN THE CURRENT ONE IS
004830* FULL.
004840*****************************************************************
004850 2700-CHECK-PAGE.
004860     IF CY-LINE-COUNT >= CY-PAGE-LIMIT
004870         PERFORM 2650-WRITE-PAGE-HEADING
004880             THRU 2650-EXIT
004890     END-IF.
004900 2700-EXIT.
004910     EXIT.
004920*
004930*****************************************************************
004940* 3500-READ-COUNTRY - KEYED READ OF THE COUNTRY NAMED BY THE
004950* CURRENT TRANSACTION. SETS RECORD-FOUND.
004960*****************************************************************
004970 3500-READ-COUNTRY.
004980     MOVE 'N' TO CY-FOUND-SWITCH.
004990     MOVE CYT-COUNTRY TO CTRY-COUNTRY.
005000     READ CTRY-MASTER
005010         INVALID KEY
005020             CONTINUE
005030         NOT INVALID KEY
005040             MOVE 'Y' TO CY-FOUND-SWITCH
005050     END-READ.
005060 3500-EXIT.
005070     EXIT.
005080*
005090*****************************************************************
005100* 3600-SCAN-MASTER-FOR-CTRY - READ THE ACCOUNT MASTER FRONT TO
005110* BACK LOOKING FOR ANY ACCOUNT STILL CARRYING THE
005120* TRANSACTION'S COUNTRY. THE MASTER IS KEYED ON ACCT-NO, SO A
005130* FULL SCAN IS THE ONLY WAY TO PROVE THE COUNTRY UNUSED.
005140*****************************************************************
005150 3600-SCAN-MASTER-FOR-CTRY.
005160     MOVE 'N' TO CY-IN-USE-SWITCH.
005170     MOVE 'N' TO CY-ACCT-EOF-SWITCH.
005180     IF NOT ACCT-MASTER-ON-HAND
005190         GO TO 3600-EXIT
005200     END-IF.
005210     MOVE LOW-VALUES TO ACCT-NO.
005220     START ACCT-REC KEY NOT < ACCT-NO
005230         INVALID KEY
005240             MOVE 'Y' TO CY-ACCT-EOF-SWITCH
005250     END-START.
005260     PERFORM UNTIL ACCT-SCAN-DONE OR COUNTRY-IN-USE
005270         READ ACCT-REC NEXT RECORD
005280             AT END
005290                 MOVE 'Y' TO CY-ACCT-EOF-SWITCH
005300             NOT AT END
005310                 IF COUNTRY = CYT-COUNTRY
005320                     MOVE 'Y' TO CY-IN-USE-SWITCH
005330                 END-IF
005340         END-READ
005350     END-PERFORM.
005360 3600-EXIT.
005370     EXIT.
005380*
005390*****************************************************************
005400* 3700-WRITE-ERROR - LIST ONE TRANSACTION THAT COULD NOT BE
005410* APPLIED, WITH ITS REASON, ON THE CHANGE LISTING.
005420*****************************************************************
005430 3700-WRITE-ERROR.
005440     MOVE SPACES TO LST-REJECT-LINE.
005450     MOVE "REJECTED"      TO LSTR-ACTION-O.
005460     MOVE CYT-COUNTRY     TO LSTR-COUNTRY-O.
005470     MOVE CYT-ACTION-CODE TO LSTR-CODE-O.
005480     MOVE CY-ERROR-REASON TO LSTR-REASON-O.
005490     PERFORM 2700-CHECK-PAGE
005500         THRU 2700-EXIT.
005510     WRITE LST-REJECT-LINE.
005520     ADD 1 TO CY-LINE-COUNT.
005530     ADD 1 TO CY-ERROR-COUNT.
005540 3700-EXIT.
005550     EXIT.
005560*
005570*****************************************************************
005580* 4000-FINALIZE - WRITE THE RUN TOTALS TO THE LISTING, CLOSE
005590* THE FILES AND DISPLAY THE SAME TOTALS ON THE CONSOLE.
005600*****************************************************************
005610 4000-FINALIZE.
005620     MOVE SPACES TO LST-TOTAL-LINE.
005630     MOVE "COUNTRIES ADDED       : " TO LSTT-LABEL-O.
005640     MOVE CY-ADD-COUNT TO LSTT-COUNT-O.
005650     PERFORM 2700-CHECK-PAGE
005660         THRU 2700-EXIT.
005670     WRITE LST-TOTAL-LINE.
005680     ADD 1 TO CY-LINE-COUNT.
005690     MOVE SPACES TO LST-TOTAL-LINE.
005700     MOVE "COUNTRIES CHANGED     : " TO LSTT-LABEL-O.
005710     MOVE CY-CHANGE-COUNT TO LSTT-COUNT-O.
005720     PERFORM 2700-CHECK-PAGE
005730         THRU 2700-EXIT.
005740     WRITE LST-TOTAL-LINE.
005750     ADD 1 TO CY-LINE-COUNT.
005760     MOVE SPACES TO LST-TOTAL-LINE.
005770     MOVE "COUNTRIES DELETED     : " TO LSTT-LABEL-O.
005780     MOVE CY-DELETE-COUNT TO LSTT-COUNT-O.
005790     PERFORM 2700-CHECK-PAGE
005800         THRU 2700-EXIT.
005810     WRITE LST-TOTAL-LINE.
005820     ADD 1 TO CY-LINE-COUNT.
005830     MOVE SPACES TO LST-TOTAL-LINE.
005840     MOVE "TRANSACTIONS REJECTED : " TO LSTT-LABEL-O.
005850     MOVE CY-ERROR-COUNT TO LSTT-COUNT-O.
005860     PERFORM 2700-CHECK-PAGE
005870         THRU 2700-EXIT.
005880     WRITE LST-TOTAL-LINE.
005890     ADD 1 TO CY-LINE-COUNT.
005900     MOVE SPACES TO LST-MARKER-LINE.
005910     MOVE "*** END OF REPORT ***" TO LST-MARKER-LINE.
005920     WRITE LST-MARKER-LINE.
005930     CLOSE CTRY-TRAN.
005940     CLOSE CTRY-MASTER.
005950     IF ACCT-MASTER-ON-HAND
005960         CLOSE ACCT-REC
005970     END-IF.
005980     CLOSE LISTING-FILE.
005990     DISPLAY "ACCTCTRY RUN TOTALS -".
006000     DISPLAY "  COUNTRIES ADDED      : " CY-ADD-COUNT.
006010     DISPLAY "  COUNTRIES CHANGED    : " CY-CHANGE-COUNT.
006020     DISPLAY "  COUNTRIES DELETED    : " CY-DELETE-COUNT.
006030     DISPLAY "  TRANSACTIONS REJECTED: " CY-ERROR-COUNT.
006040 4000-EXIT.
006050     EXIT.
