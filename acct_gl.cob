000010*****************************************************************
000020* ACCT-GL
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. ACCTGL.
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
000160*    10/15/2026  RH     ORIGINAL PROGRAM - DAILY GENERAL LEDGER
000170*                       INTERFACE. FINANCE RE-KEYED EACH DAY'S
000180*                       ACTIVITY INTO THE LEDGER FROM THE
000190*                       ACCTPBAT.DAT PROOF TOTALS AND THE
000200*                       ACCTFEER.DAT REGISTER. THIS STEP, RUN BY
000210*                       ACCTNITE STRAIGHT AFTER ACCTPOST,
000220*                       SUMMARIZES THE POSTING JOURNAL
000230*                       (ACCTJRNL.DAT) BY TRAN CODE AND CURRENCY,
000240*                       MAPS EACH SUMMARY LINE TO ITS DEBIT AND
000250*                       CREDIT LEDGER ACCOUNTS FROM THE KEYED GL
000260*                       MAPPING FILE (ACCTGLMP.DAT, MAINTAINED BY
000270*                       ACCTGLMT) AND WRITES A BALANCED GL
000280*                       JOURNAL (ACCTGLJ.DAT) FOR THE FINANCE
000290*                       SYSTEM TO LOAD, WITH A CONTROL REPORT
000300*                       (ACCTGLCR.DAT).
000301*    10/15/2026  RH     A REFUSED RUN (BAD DATE, NO CLEAN
000302*                       ACCTPOST, JOURNAL OR MAPPING FILE NOT
000303*                       AVAILABLE) NOW EMPTIES ACCTGLJ.DAT AND
000304*                       WRITES A CONTROL REPORT GIVING THE
000305*                       REASON AND THE HELD VERDICT, SO NO
000306*                       EARLIER DAY'S GL FILE OR VERDICT IS LEFT
000307*                       STANDING.
000308*    10/15/2026  RH     ONE ACCOUNT OR COUNTRY NOT FOUND NO
000309*                       LONGER STOPS THE LOOK-UPS FOR THE REST OF
000310*                       THE RUN.
000311*
000320* THE OPERATOR (OR THE JOB STREAM) KEYS THE BUSINESS DATE. THE
000330* ACCTNITE RUN LOG (ACCTRLOG.DAT) MUST SHOW ACCTPOST COMPLETED
000340* CLEAN FOR THAT DATE - A REJECTED OR UNFINISHED POSTING RUN
000346* NEVER REACHES THE LEDGER. WHEN IT DOES NOT, OR THE JOURNAL OR
000352* MAPPING FILE CANNOT BE OPENED, THE GL JOURNAL IS EMPTIED, THE
000358* CONTROL REPORT STATES THE REASON WITH A HELD VERDICT, AND THE
000364* STEP ENDS WITH RETURN CODE 8.
000370*
000380* EACH JOURNAL ENTRY TAKES THE CURRENCY OF ITS ACCOUNT'S COUNTRY
000390* FROM THE COUNTRY/CURRENCY REFERENCE FILE (ACCTCTRY.DAT), WITH
000400* THE SAME USD DEFAULT ACCTFEES USES. ENTRIES ARE TOTALLED BY
000410* TRAN CODE, CURRENCY AND SIGN. AN AMOUNT OF THE MAPPING'S
000420* NORMAL SIGN IS BOOKED TO ITS DEBIT AND CREDIT ACCOUNTS AS
000430* KEYED; AN AMOUNT OF THE OPPOSITE SIGN (A DEBIT ADJUSTMENT, SAY)
000440* IS BOOKED WITH THE TWO ACCOUNTS SWAPPED.
000450*
000460* EVERY SUMMARY LINE BECOMES ONE DEBIT AND ONE CREDIT RECORD FOR
000470* THE SAME AMOUNT, SO THE GL JOURNAL BALANCES BY CONSTRUCTION -
000480* BUT THE CONTROL REPORT STILL PROVES TOTAL DEBITS EQUAL TOTAL
000490* CREDITS, AND TIES THE NET GL AMOUNT FOR EACH TRAN CODE BACK TO
000500* THE JOURNAL'S OWN PAYMENT, CHARGE, ADJUSTMENT, CHARGE-OFF AND
000510* RECOVERY TOTALS. IF ANY SUMMARY LINE HAS NO MAPPING, OR ANY
000520* PROOF FAILS, THE GL JOURNAL IS LEFT EMPTY (SO A PRIOR DAY'S
000530* FILE CAN NEVER BE LOADED IN ITS PLACE) AND THE STEP ENDS WITH
000540* RETURN CODE 8. THE LAST LINE OF THE CONTROL REPORT CARRIES THE
000550* VERDICT, AND ACCTNITE READS IT BEFORE ACCEPTING A CLEAN STEP.
000560*
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600*
000610     SELECT RUN-LOG ASSIGN TO "ACCTRLOG.DAT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS GI-RLOG-FILE-STATUS.
000640     SELECT JOURNAL-FILE ASSIGN TO "ACCTJRNL.DAT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS GI-JRNL-FILE-STATUS.
000670     SELECT ACCT-REC ASSIGN TO "ACCTREC.DAT"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS ACCT-NO
000710         FILE STATUS IS GI-ACCT-FILE-STATUS.
000720     SELECT CTRY-FILE ASSIGN TO "ACCTCTRY.DAT"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS RANDOM
000750         RECORD KEY IS CTRY-COUNTRY
000760         FILE STATUS IS GI-CTRY-FILE-STATUS.
000770     SELECT GLMAP-FILE ASSIGN TO "ACCTGLMP.DAT"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS RANDOM
000800         RECORD KEY IS GLM-KEY
000810         FILE STATUS IS GI-GLMP-FILE-STATUS.
000820     SELECT GL-JOURNAL ASSIGN TO "ACCTGLJ.DAT"
000830         ORGANIZATION IS LINE SEQUENTIAL.
000840     SELECT CONTROL-REPORT ASSIGN TO "ACCTGLCR.DAT"
000850         ORGANIZATION IS LINE SEQUENTIAL.
000860*
000870 DATA DIVISION.
000880 FILE SECTION.
000890*
000900*  ACCTNITE RUN LOG. THE LAYOUT MIRRORS RUN-LOG-REC THERE.
000910  FD  RUN-LOG
000920      RECORDING MODE F.
000930  01  RUN-LOG-REC.
000940      05  RLOG-BUS-DATE       PIC 9(08).
000950      05  RLOG-STEP-NO        PIC 9(02).
000960      05  RLOG-STEP-NAME      PIC X(12).
000970      05  RLOG-RETURN-CODE    PIC 9(04).
000980      05  RLOG-STAMP-DATE     PIC 9(08).
000990      05  RLOG-STAMP-TIME     PIC 9(08).
001000*
001010*  POSTING JOURNAL WRITTEN BY ACCTPOST. THE LAYOUT MIRRORS
001020*  JOURNAL-REC THERE.
001030  FD  JOURNAL-FILE
001040      RECORDING MODE F.
001050  01  JOURNAL-FIELDS.
001060      05  JRNL-ACCT-NO        PIC X(08).
001070      05  JRNL-TRAN-CODE      PIC X(01).
001080          88  JRNL-PAYMENT                VALUE 'P'.
001090          88  JRNL-CHARGE                 VALUE 'C'.
001100          88  JRNL-ADJUSTMENT             VALUE 'J'.
001110          88  JRNL-CHARGE-OFF             VALUE 'W'.
001120          88  JRNL-RECOVERY               VALUE 'R'.
001130      05  JRNL-PRIOR-BAL      PIC S9(7)V99
001140                              SIGN IS TRAILING SEPARATE.
001150      05  JRNL-AMOUNT         PIC S9(7)V99
001160                              SIGN IS TRAILING SEPARATE.
001170      05  JRNL-NEW-BAL        PIC S9(7)V99
001180                              SIGN IS TRAILING SEPARATE.
001190      05  JRNL-RUN-DATE       PIC 9(08).
001200      05  JRNL-REFERENCE      PIC X(20).
001210*
001220*  KEYED ACCT-REC MASTER, READ FOR EACH ACCOUNT'S COUNTRY.
001230  FD  ACCT-REC
001240      RECORDING MODE F.
001250  01  ACCT-FIELDS.
001260      05  ACCT-NO             PIC X(8).
001270      05  ACCT-LIMIT          PIC S9(7)V99 COMP-3.
001280      05  ACCT-BALANCE        PIC S9(7)V99 COMP-3.
001290      05  LAST-NAME           PIC X(15).
001300      05  FIRST-NAME          PIC X(15).
001310      05  RESERVED            PIC X(7).
001320      05  COUNTRY             PIC X(20).
001330      05  COMMENTS            PIC X(30).
001340      05  ACCT-STATUS         PIC X(01).
001350*
001360*  KEYED COUNTRY/CURRENCY REFERENCE FILE MAINTAINED BY ACCTCTRY.
001370  FD  CTRY-FILE
001380      RECORDING MODE F.
001390  01  CTRY-FIELDS.
001400      05  CTRY-COUNTRY        PIC X(20).
001410      05  CTRY-CURR-CODE      PIC X(03).
001420      05  CTRY-MONTHLY-RATE   PIC SV9(4) COMP-3.
001430      05  CTRY-MINIMUM-CHARGE PIC S9(5)V99 COMP-3.
001440      05  CTRY-EFFECTIVE-DATE PIC 9(08).
001450      05  CTRY-PRIOR-CURR     PIC X(03).
001460      05  CTRY-PRIOR-RATE     PIC SV9(4) COMP-3.
001470      05  CTRY-PRIOR-MINIMUM  PIC S9(5)V99 COMP-3.
001480      05  CTRY-LAST-MAINT     PIC 9(08).
001490*
001500*  KEYED GL MAPPING FILE MAINTAINED BY ACCTGLMT.
001510  FD  GLMAP-FILE
001520      RECORDING MODE F.
001530  01  GLMAP-FIELDS.
001540      05  GLM-KEY.
001550          10  GLM-TRAN-CODE   PIC X(01).
001560          10  GLM-CURR-CODE   PIC X(03).
001570      05  GLM-NORMAL-SIGN     PIC X(01).
001580      05  GLM-DEBIT-ACCT      PIC X(12).
001590      05  GLM-CREDIT-ACCT     PIC X(12).
001600      05  GLM-DESCRIPTION     PIC X(20).
001610      05  GLM-LAST-MAINT      PIC 9(08).
001620*
001630*****************************************************************
001640* GL-JOURNAL - THE FIXED-LAYOUT FILE LOADED BY THE FINANCE
001650* SYSTEM: ONE 'H' HEADER, A 'D' DEBIT AND A 'D' CREDIT RECORD
001660* PER SUMMARY LINE, AND ONE 'T' TRAILER CARRYING THE DETAIL
001670* RECORD COUNT AND THE DEBIT AND CREDIT TOTALS. AMOUNTS ARE
001680* UNSIGNED; THE DR/CR INDICATOR GIVES THE SIDE.
001690*****************************************************************
001700  FD  GL-JOURNAL
001710      RECORDING MODE F.
001720  01  GLJ-HEADER-REC.
001730      05  GLH-REC-TYPE        PIC X(01).
001740      05  GLH-BUS-DATE        PIC 9(08).
001750      05  GLH-SOURCE          PIC X(08).
001760      05  GLH-CREATED-DATE    PIC 9(08).
001770      05  GLH-CREATED-TIME    PIC 9(08).
001780      05  FILLER              PIC X(47).
001790  01  GLJ-DETAIL-REC.
001800      05  GLD-REC-TYPE        PIC X(01).
001810      05  GLD-BUS-DATE        PIC 9(08).
001820      05  GLD-GL-ACCOUNT      PIC X(12).
001830      05  GLD-CURR-CODE       PIC X(03).
001840      05  GLD-DR-CR           PIC X(01).
001850      05  GLD-AMOUNT          PIC 9(11)V99.
001860      05  GLD-TRAN-CODE       PIC X(01).
001870      05  GLD-ITEM-COUNT      PIC 9(07).
001880      05  GLD-DESCRIPTION     PIC X(20).
001890      05  FILLER              PIC X(14).
001900  01  GLJ-TRAILER-REC.
001910      05  GLT-REC-TYPE        PIC X(01).
001920      05  GLT-RECORD-COUNT    PIC 9(07).
001930      05  GLT-DEBIT-TOTAL     PIC 9(13)V99.
001940      05  GLT-CREDIT-TOTAL    PIC 9(13)V99.
001950      05  FILLER              PIC X(42).
001960*
001970*****************************************************************
001980* CONTROL-REPORT - ONE LINE PER SUMMARY LINE, THEN THE DEBIT /
001990* CREDIT PROOF, THE TIE-BACK TO THE JOURNAL AND THE VERDICT.
002000*****************************************************************
002010  FD  CONTROL-REPORT
002020      RECORDING MODE F.
002030  01  CTL-DETAIL-LINE.
002040      05  CTLD-TRAN-CODE-O    PIC X(1).
002050      05  FILLER              PIC X(3).
002060      05  CTLD-CURR-CODE-O    PIC X(3).
002070      05  FILLER              PIC X(2).
002080      05  CTLD-SIGN-O         PIC X(1).
002090      05  FILLER              PIC X(2).
002100      05  CTLD-COUNT-O        PIC ZZZ,ZZ9.
002110      05  FILLER              PIC X(2).
002120      05  CTLD-AMOUNT-O       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002130      05  FILLER              PIC X(2).
002140      05  CTLD-DEBIT-ACCT-O   PIC X(12).
002150      05  FILLER              PIC X(2).
002160      05  CTLD-CREDIT-ACCT-O  PIC X(12).
002170      05  FILLER              PIC X(34).
002180  01  CTL-AMOUNT-LINE.
002190      05  CTLA-LABEL-O        PIC X(24).
002200      05  CTLA-AMOUNT-O       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002210      05  FILLER              PIC X(2).
002220      05  CTLA-RESULT-O       PIC X(20).
002230      05  FILLER              PIC X(35).
002240  01  CTL-TIE-LINE.
002250      05  CTLT-LABEL-O        PIC X(14).
002260      05  CTLT-JOURNAL-O      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002270      05  FILLER              PIC X(2).
002280      05  CTLT-GL-O           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002290      05  FILLER              PIC X(2).
002300      05  CTLT-RESULT-O       PIC X(15).
002310      05  FILLER              PIC X(30).
002320  01  CTL-COUNT-LINE.
002330      05  CTLC-LABEL-O        PIC X(34).
002340      05  CTLC-COUNT-O        PIC ZZZ,ZZ9.
002350      05  FILLER              PIC X(59).
002360  01  CTL-PAGE-HDR-LINE.
002370      05  FILLER              PIC X(26) VALUE
002380          "GL INTERFACE CONTROL      ".
002390      05  CTLH-DATE-O         PIC 9(8).
002400      05  FILLER              PIC X(7)  VALUE "   PAGE".
002410      05  FILLER              PIC X(1)  VALUE SPACE.
002420      05  CTLH-PAGE-O         PIC ZZZ9.
002430      05  FILLER              PIC X(54).
002440  01  CTL-COLUMN-LINE         PIC X(100).
002450  01  CTL-MARKER-LINE         PIC X(100).
002460*
002470 WORKING-STORAGE SECTION.
002480*
002490*  OPERATOR ENTRY.
002500  77  GI-BUS-DATE             PIC 9(08)   VALUE ZERO.
002510  77  GI-BUS-DATE-X           PIC X(08)   VALUE SPACES.
002520*
002530*  FILE STATUS FIELDS.
002540  77  GI-RLOG-FILE-STATUS     PIC X(02)   VALUE SPACES.
002550  77  GI-JRNL-FILE-STATUS     PIC X(02)   VALUE SPACES.
002560  77  GI-ACCT-FILE-STATUS     PIC X(02)   VALUE SPACES.
002570  77  GI-CTRY-FILE-STATUS     PIC X(02)   VALUE SPACES.
002580  77  GI-GLMP-FILE-STATUS     PIC X(02)   VALUE SPACES.
002590*
002591*  SET WHEN THE LOOK-UP FILES OPEN, SO A NOT-FOUND STATUS LEFT BY
002592*  ONE READ DOES NOT STOP THE NEXT.
002593  77  GI-ACCT-OPEN-SWITCH     PIC X(01)   VALUE 'N'.
002594      88  ACCT-FILE-ON-HAND               VALUE 'Y'.
002595  77  GI-CTRY-OPEN-SWITCH     PIC X(01)   VALUE 'N'.
002596      88  CTRY-FILE-ON-HAND               VALUE 'Y'.
002597*
002600*  END-OF-FILE SWITCHES.
002610  77  GI-RLOG-EOF-SWITCH      PIC X(01)   VALUE 'N'.
002620      88  END-OF-RUN-LOG                  VALUE 'Y'.
002630  77  GI-JRNL-EOF-SWITCH      PIC X(01)   VALUE 'N'.
002640      88  END-OF-JOURNAL                  VALUE 'Y'.
002650*
002660*  ACCTPOST STANDING FOR THE BUSINESS DATE, FROM THE RUN LOG. THE
002670*  LATEST LINE FOR THE STEP WINS, THE SAME AS IN ACCTNITE.
002680  77  GI-POST-STATE           PIC X(01)   VALUE ' '.
002690      88  POST-NOT-RUN                    VALUE ' '.
002700      88  POST-CLEAN                      VALUE 'C'.
002710      88  POST-ENDED-BAD                  VALUE 'F'.
002720*
002730*  LOOK-UP SWITCHES.
002740  77  GI-ACCT-FOUND-SWITCH    PIC X(01)   VALUE 'N'.
002750      88  ACCOUNT-FOUND                   VALUE 'Y'.
002760  77  GI-CTRY-FOUND-SWITCH    PIC X(01)   VALUE 'N'.
002770      88  COUNTRY-FOUND                   VALUE 'Y'.
002780  77  GI-MAP-FOUND-SWITCH     PIC X(01)   VALUE 'N'.
002790      88  MAPPING-FOUND                   VALUE 'Y'.
002800*
002810*  THE CURRENCY AND SIGN OF THE ENTRY BEING SUMMARIZED.
002820  77  GI-CURR-CODE            PIC X(03)   VALUE SPACES.
002830  77  GI-SIGN                 PIC X(01)   VALUE SPACES.
002840  77  GI-ABS-AMOUNT           PIC S9(9)V99 COMP-3 VALUE ZERO.
002850*
002860*  THE SUMMARY TABLE - ONE ENTRY PER TRAN CODE, CURRENCY AND
002870*  SIGN SEEN ON THE JOURNAL, WITH ITS ITEM COUNT AND ITS AMOUNT
002880*  (ALWAYS CARRIED POSITIVE).
002890  01  GI-SUMMARY-TABLE.
002900      05  GI-SUM-ENTRY OCCURS 200 TIMES.
002910          10  GI-SUM-TRAN-CODE PIC X(01).
002920          10  GI-SUM-CURR-CODE PIC X(03).
002930          10  GI-SUM-SIGN     PIC X(01).
002940          10  GI-SUM-COUNT    PIC 9(7) COMP.
002950          10  GI-SUM-AMOUNT   PIC S9(11)V99 COMP-3.
002960  77  GI-SUM-COUNT-USED       PIC 9(3) COMP VALUE ZERO.
002970  77  GI-SUM-MAX              PIC 9(3) COMP VALUE 200.
002980  77  GI-SUM-SUB              PIC 9(3) COMP VALUE ZERO.
002990  77  GI-SUM-FOUND-SUB        PIC 9(3) COMP VALUE ZERO.
003000*
003010*  THE ACCOUNTS FOR THE SUMMARY LINE BEING BOOKED, AFTER ANY
003020*  SWAP FOR AN AMOUNT OF THE OPPOSITE SIGN.
003030  77  GI-DEBIT-ACCT           PIC X(12)   VALUE SPACES.
003040  77  GI-CREDIT-ACCT          PIC X(12)   VALUE SPACES.
003050  77  GI-SIGNED-AMOUNT        PIC S9(11)V99 COMP-3 VALUE ZERO.
003060*
003070*  JOURNAL-SIDE TOTALS, ADDED UP AS THE JOURNAL IS READ, BY
003080*  TRAN CODE. AMOUNTS ARE SIGNED AS THEY STAND ON THE JOURNAL.
003090  77  GI-JRNL-READ-COUNT      PIC 9(7) COMP VALUE ZERO.
003100  77  GI-JRNL-PAYMENT-TOTAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
003110  77  GI-JRNL-CHARGE-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
003120  77  GI-JRNL-ADJUST-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
003130  77  GI-JRNL-CHGOFF-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
003140  77  GI-JRNL-RECOVERY-TOTAL  PIC S9(11)V99 COMP-3 VALUE ZERO.
003150  77  GI-JRNL-OTHER-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
003160*
003170*  GL-SIDE TOTALS, ADDED UP AS THE GL JOURNAL IS WRITTEN.
003180  77  GI-GL-DETAIL-COUNT      PIC 9(7) COMP VALUE ZERO.
003190  77  GI-GL-ITEM-COUNT        PIC 9(7) COMP VALUE ZERO.
003200  77  GI-GL-DEBIT-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
003210  77  GI-GL-CREDIT-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZERO.
003220  77  GI-GL-PAYMENT-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
003230  77  GI-GL-CHARGE-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
003240  77  GI-GL-ADJUST-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
003250  77  GI-GL-CHGOFF-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
003260  77  GI-GL-RECOVERY-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
003270  77  GI-GL-OTHER-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
003280*
003290*  EXCEPTION COUNTS.
003300  77  GI-NO-ACCOUNT-COUNT     PIC 9(7) COMP VALUE ZERO.
003310  77  GI-NO-COUNTRY-COUNT     PIC 9(7) COMP VALUE ZERO.
003320  77  GI-UNMAPPED-COUNT       PIC 9(7) COMP VALUE ZERO.
003330*
003340*  TIE-BACK WORK FIELDS.
003350  77  GI-TIE-LABEL            PIC X(14)   VALUE SPACES.
003360  77  GI-TIE-JOURNAL          PIC S9(11)V99 COMP-3 VALUE ZERO.
003370  77  GI-TIE-GL               PIC S9(11)V99 COMP-3 VALUE ZERO.
003380*
003390*  PROOF SWITCHES. ANY FAILURE KEEPS THE GL JOURNAL EMPTY.
003400  77  GI-HOLD-SWITCH          PIC X(01)   VALUE 'N'.
003410      88  GL-FILE-HELD                    VALUE 'Y'.
003420*
003430*  RUN STAMP.
003440  77  GI-RUN-DATE             PIC 9(08)   VALUE ZERO.
003450  77  GI-RUN-TIME             PIC 9(08)   VALUE ZERO.
003460*
003470*  PAGINATION WORK FIELDS.
003480  77  GI-LINE-COUNT           PIC 9(3) COMP VALUE ZERO.
003490  77  GI-PAGE-NO              PIC 9(4) COMP VALUE ZERO.
003500  77  GI-PAGE-LIMIT           PIC 9(3) COMP VALUE 55.
003510*
003520*  ERROR FLAG - DECIDES THE RETURN CODE AT END OF STEP.
003530  77  GI-ERROR-SWITCH         PIC X(01)   VALUE 'N'.
003540      88  STEP-FAILED                     VALUE 'Y'.
003545  77  GI-REFUSAL-REASON       PIC X(60)   VALUE SPACES.
003550*
003560 PROCEDURE DIVISION.
003570*
003580*****************************************************************
003590* 0000-MAINLINE - OVERALL CONTROL OF THE STEP.
003600*****************************************************************
003610 0000-MAINLINE.
003620     PERFORM 1000-INITIALIZE
003630         THRU 1000-EXIT.
003640     IF NOT STEP-FAILED
003650         PERFORM 2000-SUMMARIZE-JOURNAL
003660             THRU 2000-EXIT
003670         PERFORM 3000-MAP-SUMMARY
003680             THRU 3000-EXIT
003690         PERFORM 4000-BOOK-SUMMARY
003700             THRU 4000-EXIT
003710         PERFORM 5000-PROVE-AND-REPORT
003720             THRU 5000-EXIT
003730         PERFORM 5500-WRITE-GL-JOURNAL
003740             THRU 5500-EXIT
003750         PERFORM 6000-FINALIZE
003760             THRU 6000-EXIT
003762     ELSE
003765         PERFORM 1500-HOLD-REFUSED-RUN
003767             THRU 1500-EXIT
003770     END-IF.
003780     PERFORM 9000-SET-RETURN-CODE
003790         THRU 9000-EXIT.
003800     STOP RUN.
003810*
003820*****************************************************************
003830* 1000-INITIALIZE - GET THE BUSINESS DATE, PROVE ACCTPOST RAN
003840* CLEAN FOR IT AND OPEN THE FILES.
003850*****************************************************************
003860 1000-INITIALIZE.
003870     ACCEPT GI-RUN-DATE FROM DATE YYYYMMDD.
003880     ACCEPT GI-RUN-TIME FROM TIME.
003890     DISPLAY "ACCTGL - ENTER BUSINESS DATE (YYYYMMDD):".
003900     ACCEPT GI-BUS-DATE-X.
003910     IF GI-BUS-DATE-X NOT NUMERIC OR GI-BUS-DATE-X = SPACES
003920         DISPLAY "ACCTGL - BUSINESS DATE IS NOT A DATE"
003923         MOVE "BUSINESS DATE KEYED IS NOT A DATE" TO
003926             GI-REFUSAL-REASON
003930         MOVE 'Y' TO GI-ERROR-SWITCH
003940         GO TO 1000-EXIT
003950     END-IF.
003960     MOVE GI-BUS-DATE-X TO GI-BUS-DATE.
003970     PERFORM 1200-CHECK-POSTING-RUN
003980         THRU 1200-EXIT.
003990     IF NOT POST-CLEAN
004000         DISPLAY "ACCTGL - ACCTPOST IS NOT RECORDED CLEAN FOR "
004010             GI-BUS-DATE " - NO GL FILE PRODUCED"
004013         MOVE "NO CLEAN ACCTPOST RECORDED FOR THE BUSINESS DATE"
004016             TO GI-REFUSAL-REASON
004020         MOVE 'Y' TO GI-ERROR-SWITCH
004030         GO TO 1000-EXIT
004040     END-IF.
004050     OPEN INPUT JOURNAL-FILE.
004060     IF GI-JRNL-FILE-STATUS NOT = "00"
004070         DISPLAY "ACCTGL - ACCTJRNL.DAT CANNOT BE OPENED - "
004080             "NO GL FILE PRODUCED"
004083         MOVE "POSTING JOURNAL ACCTJRNL.DAT CANNOT BE OPENED" TO
004086             GI-REFUSAL-REASON
004090         MOVE 'Y' TO GI-ERROR-SWITCH
004100         GO TO 1000-EXIT
004110     END-IF.
004120     OPEN INPUT GLMAP-FILE.
004130     IF GI-GLMP-FILE-STATUS NOT = "00"
004140         DISPLAY "ACCTGL - ACCTGLMP.DAT CANNOT BE OPENED - "
004150             "NO GL FILE PRODUCED"
004160         CLOSE JOURNAL-FILE
004163         MOVE "GL MAPPING FILE ACCTGLMP.DAT CANNOT BE OPENED" TO
004166             GI-REFUSAL-REASON
004170         MOVE 'Y' TO GI-ERROR-SWITCH
004180         GO TO 1000-EXIT
004190     END-IF.
004200     OPEN INPUT ACCT-REC.
004202     IF GI-ACCT-FILE-STATUS = "00"
004204         MOVE 'Y' TO GI-ACCT-OPEN-SWITCH
004206     END-IF.
004210     OPEN INPUT CTRY-FILE.
004212     IF GI-CTRY-FILE-STATUS = "00"
004214         MOVE 'Y' TO GI-CTRY-OPEN-SWITCH
004216     END-IF.
004220     OPEN OUTPUT CONTROL-REPORT.
004230     PERFORM 5700-WRITE-PAGE-HEADING
004240         THRU 5700-EXIT.
004250 1000-EXIT.
004260     EXIT.
004270*
004280*****************************************************************
004290* 1200-CHECK-POSTING-RUN - READ THE ACCTNITE RUN LOG AND FIND
004300* THE LATEST ACCTPOST OUTCOME FOR THE BUSINESS DATE.
004310*****************************************************************
004320 1200-CHECK-POSTING-RUN.
004330     MOVE ' ' TO GI-POST-STATE.
004340     OPEN INPUT RUN-LOG.
004350     IF GI-RLOG-FILE-STATUS NOT = "00"
004360         GO TO 1200-EXIT
004370     END-IF.
004380     PERFORM UNTIL END-OF-RUN-LOG
004390         READ RUN-LOG
004400             AT END
004410                 MOVE 'Y' TO GI-RLOG-EOF-SWITCH
004420             NOT AT END
004430                 IF RLOG-BUS-DATE = GI-BUS-DATE
004440                         AND RLOG-STEP-NAME = "ACCTPOST"
004450                     IF RLOG-RETURN-CODE = ZERO
004460                         MOVE 'C' TO GI-POST-STATE
004470                     ELSE
004480                         MOVE 'F' TO GI-POST-STATE
004490                     END-IF
004500                 END-IF
004510         END-READ
004520     END-PERFORM.
004530     CLOSE RUN-LOG.
004540 1200-EXIT.
004541     EXIT.
004542*
004543*****************************************************************
004544* 1500-HOLD-REFUSED-RUN - THE STEP WAS REFUSED BEFORE ANY WORK
004545* WAS DONE. EMPTY THE GL JOURNAL SO AN EARLIER DAY'S FILE CANNOT
004546* BE LOADED, AND WRITE A CONTROL REPORT GIVING THE REASON AND
004547* THE HELD VERDICT IN PLACE OF ANY EARLIER ONE.
004548*****************************************************************
004549 1500-HOLD-REFUSED-RUN.
004550     OPEN OUTPUT GL-JOURNAL.
004551     CLOSE GL-JOURNAL.
004552     OPEN OUTPUT CONTROL-REPORT.
004553     PERFORM 5700-WRITE-PAGE-HEADING
004554         THRU 5700-EXIT.
004555     MOVE SPACES TO CTL-MARKER-LINE.
004556     STRING "RUN REFUSED - " DELIMITED BY SIZE
004557            GI-REFUSAL-REASON DELIMITED BY SIZE
004558         INTO CTL-MARKER-LINE.
004559     WRITE CTL-MARKER-LINE.
004560     MOVE "GL JOURNAL HELD - ACCTGLJ.DAT LEFT EMPTY" TO
004561         CTL-MARKER-LINE.
004562     WRITE CTL-MARKER-LINE.
004563     MOVE "*** END OF REPORT ***" TO CTL-MARKER-LINE.
004564     WRITE CTL-MARKER-LINE.
004565     CLOSE CONTROL-REPORT.
004566     DISPLAY "ACCTGL - GL JOURNAL HELD - SEE ACCTGLCR.DAT".
004567 1500-EXIT.
004568     EXIT.
004569*
004570*****************************************************************
004580* 2000-SUMMARIZE-JOURNAL - READ THE WHOLE POSTING JOURNAL,
004590* TOTALLING IT BY TRAN CODE FOR THE TIE-BACK AND INTO THE
004600* SUMMARY TABLE BY TRAN CODE, CURRENCY AND SIGN.
004610*****************************************************************
004620 2000-SUMMARIZE-JOURNAL.
004630     PERFORM 2100-READ-JOURNAL
004640         THRU 2100-EXIT.
004650     PERFORM UNTIL END-OF-JOURNAL
004660         PERFORM 2200-SUMMARIZE-ONE-ENTRY
004670             THRU 2200-EXIT
004680         PERFORM 2100-READ-JOURNAL
004690             THRU 2100-EXIT
004700     END-PERFORM.
004710 2000-EXIT.
004720     EXIT.
004730*
004740*****************************************************************
004750* 2100-READ-JOURNAL - READ ONE POSTING JOURNAL ENTRY.
004760*****************************************************************
004770 2100-READ-JOURNAL.
004780     READ JOURNAL-FILE
004790         AT END
004800             MOVE 'Y' TO GI-JRNL-EOF-SWITCH
004810     END-READ.
004820 2100-EXIT.
004830     EXIT.
004840*
004850*****************************************************************
004860* 2200-SUMMARIZE-ONE-ENTRY - ADD ONE JOURNAL ENTRY TO ITS
004870* TRAN-CODE TOTAL AND TO ITS SUMMARY LINE. A ZERO AMOUNT (A
004880* CHARGE-OFF OF AN ACCOUNT ALREADY AT ZERO, SAY) MOVES NO MONEY
004890* AND IS COUNTED BUT NOT BOOKED.
004900*****************************************************************
004910 2200-SUMMARIZE-ONE-ENTRY.
004920     ADD 1 TO GI-JRNL-READ-COUNT.
004930     EVALUATE TRUE
004940         WHEN JRNL-PAYMENT
004950             ADD JRNL-AMOUNT TO GI-JRNL-PAYMENT-TOTAL
004960         WHEN JRNL-CHARGE
004970             ADD JRNL-AMOUNT TO GI-JRNL-CHARGE-TOTAL
004980         WHEN JRNL-ADJUSTMENT
004990             ADD JRNL-AMOUNT TO GI-JRNL-ADJUST-TOTAL
005000         WHEN JRNL-CHARGE-OFF
005010             ADD JRNL-AMOUNT TO GI-JRNL-CHGOFF-TOTAL
005020         WHEN JRNL-RECOVERY
005030             ADD JRNL-AMOUNT TO GI-JRNL-RECOVERY-TOTAL
005040         WHEN OTHER
005050             ADD JRNL-AMOUNT TO GI-JRNL-OTHER-TOTAL
005060     END-EVALUATE.
005070     IF JRNL-AMOUNT = ZERO
005080         GO TO 2200-EXIT
005090     END-IF.
005100     PERFORM 2300-DETERMINE-CURRENCY
005110         THRU 2300-EXIT.
005120     IF JRNL-AMOUNT < ZERO
005130         MOVE '-' TO GI-SIGN
005140         COMPUTE GI-ABS-AMOUNT = ZERO - JRNL-AMOUNT
005150     ELSE
005160         MOVE '+' TO GI-SIGN
005170         MOVE JRNL-AMOUNT TO GI-ABS-AMOUNT
005180     END-IF.
005190     MOVE ZERO TO GI-SUM-FOUND-SUB.
005200     PERFORM VARYING GI-SUM-SUB FROM 1 BY 1
005210             UNTIL GI-SUM-SUB > GI-SUM-COUNT-USED
005220             OR GI-SUM-FOUND-SUB > ZERO
005230         IF GI-SUM-TRAN-CODE(GI-SUM-SUB) = JRNL-TRAN-CODE
005240                 AND GI-SUM-CURR-CODE(GI-SUM-SUB) = GI-CURR-CODE
005250                 AND GI-SUM-SIGN(GI-SUM-SUB) = GI-SIGN
005260             MOVE GI-SUM-SUB TO GI-SUM-FOUND-SUB
005270         END-IF
005280     END-PERFORM.
005290     IF GI-SUM-FOUND-SUB = ZERO
005300         IF GI-SUM-COUNT-USED >= GI-SUM-MAX
005310             DISPLAY "ACCTGL - SUMMARY TABLE FULL AT 200 LINES - "
005320                 "GL FILE HELD"
005330             MOVE 'Y' TO GI-HOLD-SWITCH
005340             GO TO 2200-EXIT
005350         END-IF
005360         ADD 1 TO GI-SUM-COUNT-USED
005370         MOVE GI-SUM-COUNT-USED TO GI-SUM-FOUND-SUB
005380         MOVE JRNL-TRAN-CODE TO
005390             GI-SUM-TRAN-CODE(GI-SUM-FOUND-SUB)
005400         MOVE GI-CURR-CODE TO GI-SUM-CURR-CODE(GI-SUM-FOUND-SUB)
005410         MOVE GI-SIGN TO GI-SUM-SIGN(GI-SUM-FOUND-SUB)
005420         MOVE ZERO TO GI-SUM-COUNT(GI-SUM-FOUND-SUB)
005430         MOVE ZERO TO GI-SUM-AMOUNT(GI-SUM-FOUND-SUB)
005440     END-IF.
005450     ADD 1 TO GI-SUM-COUNT(GI-SUM-FOUND-SUB).
005460     ADD GI-ABS-AMOUNT TO GI-SUM-AMOUNT(GI-SUM-FOUND-SUB).
005470 2200-EXIT.
005480     EXIT.
005490*
005500*****************************************************************
005510* 2300-DETERMINE-CURRENCY - THE CURRENCY OF THE ENTRY'S ACCOUNT,
005520* FROM ITS COUNTRY ON THE REFERENCE FILE. AN ACCOUNT OR COUNTRY
005530* NOT FOUND DEFAULTS TO USD AND IS COUNTED ON THE REPORT.
005540*****************************************************************
005550 2300-DETERMINE-CURRENCY.
005560     MOVE "USD" TO GI-CURR-CODE.
005570     MOVE 'N' TO GI-ACCT-FOUND-SWITCH.
005580     MOVE 'N' TO GI-CTRY-FOUND-SWITCH.
005590     IF ACCT-FILE-ON-HAND
005600         MOVE JRNL-ACCT-NO TO ACCT-NO
005610         READ ACCT-REC
005620             INVALID KEY
005630                 CONTINUE
005640             NOT INVALID KEY
005650                 MOVE 'Y' TO GI-ACCT-FOUND-SWITCH
005660         END-READ
005670     END-IF.
005680     IF NOT ACCOUNT-FOUND
005690         ADD 1 TO GI-NO-ACCOUNT-COUNT
005700         GO TO 2300-EXIT
005710     END-IF.
005720     IF CTRY-FILE-ON-HAND
005730         MOVE COUNTRY TO CTRY-COUNTRY
005740         READ CTRY-FILE
005750             INVALID KEY
005760                 CONTINUE
005770             NOT INVALID KEY
005780                 MOVE 'Y' TO GI-CTRY-FOUND-SWITCH
005790         END-READ
005800     END-IF.
005810     IF NOT COUNTRY-FOUND
005820         ADD 1 TO GI-NO-COUNTRY-COUNT
005830         GO TO 2300-EXIT
005840     END-IF.
005850     IF GI-BUS-DATE < CTRY-EFFECTIVE-DATE
005860         MOVE CTRY-PRIOR-CURR TO GI-CURR-CODE
005870     ELSE
005880         MOVE CTRY-CURR-CODE  TO GI-CURR-CODE
005890     END-IF.
005900 2300-EXIT.
005910     EXIT.
005920*
005930*****************************************************************
005940* 3000-MAP-SUMMARY - LIST EVERY SUMMARY LINE ON THE CONTROL
005950* REPORT WITH THE LEDGER ACCOUNTS IT WILL BE BOOKED TO. A LINE
005960* WITH NO MAPPING HOLDS THE WHOLE GL FILE.
005970*****************************************************************
005980 3000-MAP-SUMMARY.
005990     PERFORM VARYING GI-SUM-SUB FROM 1 BY 1
006000             UNTIL GI-SUM-SUB > GI-SUM-COUNT-USED
006010         PERFORM 3100-FIND-ACCOUNTS
006020             THRU 3100-EXIT
006030         MOVE SPACES TO CTL-DETAIL-LINE
006040         MOVE GI-SUM-TRAN-CODE(GI-SUM-SUB) TO CTLD-TRAN-CODE-O
006050         MOVE GI-SUM-CURR-CODE(GI-SUM-SUB) TO CTLD-CURR-CODE-O
006060         MOVE GI-SUM-SIGN(GI-SUM-SUB)      TO CTLD-SIGN-O
006070         MOVE GI-SUM-COUNT(GI-SUM-SUB)     TO CTLD-COUNT-O
006080         MOVE GI-SUM-AMOUNT(GI-SUM-SUB)    TO CTLD-AMOUNT-O
006090         IF MAPPING-FOUND
006100             MOVE GI-DEBIT-ACCT  TO CTLD-DEBIT-ACCT-O
006110             MOVE GI-CREDIT-ACCT TO CTLD-CREDIT-ACCT-O
006120         ELSE
006130             MOVE "NO GL MAPPING" TO CTL-DETAIL-LINE(41:13)
006140             ADD 1 TO GI-UNMAPPED-COUNT
006150             MOVE 'Y' TO GI-HOLD-SWITCH
006160         END-IF
006170         PERFORM 5800-CHECK-PAGE
006180             THRU 5800-EXIT
006190         WRITE CTL-DETAIL-LINE
006200         ADD 1 TO GI-LINE-COUNT
006210     END-PERFORM.
006220 3000-EXIT.
006230     EXIT.
006240*
006250*****************************************************************
006260* 3100-FIND-ACCOUNTS - KEYED READ OF THE MAPPING FOR SUMMARY
006270* LINE GI-SUM-SUB. AN AMOUNT OF THE OPPOSITE SIGN TO THE
006280* MAPPING'S NORMAL SIGN IS BOOKED WITH THE ACCOUNTS SWAPPED.
006290*****************************************************************
006300 3100-FIND-ACCOUNTS.
006310     MOVE 'N' TO GI-MAP-FOUND-SWITCH.
006320     MOVE SPACES TO GI-DEBIT-ACCT.
006330     MOVE SPACES TO GI-CREDIT-ACCT.
006340     MOVE GI-SUM-TRAN-CODE(GI-SUM-SUB) TO GLM-TRAN-CODE.
006350     MOVE GI-SUM-CURR-CODE(GI-SUM-SUB) TO GLM-CURR-CODE.
006360     READ GLMAP-FILE
006370         INVALID KEY
006380             CONTINUE
006390         NOT INVALID KEY
006400             MOVE 'Y' TO GI-MAP-FOUND-SWITCH
006410     END-READ.
006420     IF NOT MAPPING-FOUND
006430         GO TO 3100-EXIT
006440     END-IF.
006450     IF GI-SUM-SIGN(GI-SUM-SUB) = GLM-NORMAL-SIGN
006460         MOVE GLM-DEBIT-ACCT  TO GI-DEBIT-ACCT
006470         MOVE GLM-CREDIT-ACCT TO GI-CREDIT-ACCT
006480     ELSE
006490         MOVE GLM-CREDIT-ACCT TO GI-DEBIT-ACCT
006500         MOVE GLM-DEBIT-ACCT  TO GI-CREDIT-ACCT
006510     END-IF.
006520 3100-EXIT.
006530     EXIT.
006540*
006550*****************************************************************
006560* 4000-BOOK-SUMMARY - BOOK EVERY MAPPED SUMMARY LINE TO THE
006570* GL-SIDE TOTALS, SO THE PROOFS CAN BE MADE BEFORE ANYTHING IS
006580* WRITTEN. AN UNMAPPED LINE IS NOT BOOKED, SO ITS TRAN CODE
006590* WILL NOT TIE.
006600*****************************************************************
006610 4000-BOOK-SUMMARY.
006620     PERFORM VARYING GI-SUM-SUB FROM 1 BY 1
006630             UNTIL GI-SUM-SUB > GI-SUM-COUNT-USED
006640         PERFORM 4100-BOOK-ONE-LINE
006650             THRU 4100-EXIT
006660     END-PERFORM.
006670 4000-EXIT.
006680     EXIT.
006690*
006700*****************************************************************
006710* 4100-BOOK-ONE-LINE - BOOK SUMMARY LINE GI-SUM-SUB: ITS AMOUNT
006720* TO THE DEBIT AND CREDIT TOTALS AND ITS SIGNED AMOUNT TO THE
006730* GL-SIDE TOTAL FOR ITS TRAN CODE.
006740*****************************************************************
006750 4100-BOOK-ONE-LINE.
006760     PERFORM 3100-FIND-ACCOUNTS
006770         THRU 3100-EXIT.
006780     IF NOT MAPPING-FOUND
006790         GO TO 4100-EXIT
006800     END-IF.
006810     ADD GI-SUM-AMOUNT(GI-SUM-SUB) TO GI-GL-DEBIT-TOTAL.
006820     ADD GI-SUM-AMOUNT(GI-SUM-SUB) TO GI-GL-CREDIT-TOTAL.
006830     ADD GI-SUM-COUNT(GI-SUM-SUB) TO GI-GL-ITEM-COUNT.
006840     IF GI-SUM-SIGN(GI-SUM-SUB) = '-'
006850         COMPUTE GI-SIGNED-AMOUNT =
006860             ZERO - GI-SUM-AMOUNT(GI-SUM-SUB)
006870     ELSE
006880         MOVE GI-SUM-AMOUNT(GI-SUM-SUB) TO GI-SIGNED-AMOUNT
006890     END-IF.
006900     EVALUATE GI-SUM-TRAN-CODE(GI-SUM-SUB)
006910         WHEN 'P'
006920             ADD GI-SIGNED-AMOUNT TO GI-GL-PAYMENT-TOTAL
006930         WHEN 'C'
006940             ADD GI-SIGNED-AMOUNT TO GI-GL-CHARGE-TOTAL
006950         WHEN 'J'
006960             ADD GI-SIGNED-AMOUNT TO GI-GL-ADJUST-TOTAL
006970         WHEN 'W'
006980             ADD GI-SIGNED-AMOUNT TO GI-GL-CHGOFF-TOTAL
006990         WHEN 'R'
007000             ADD GI-SIGNED-AMOUNT TO GI-GL-RECOVERY-TOTAL
007010         WHEN OTHER
007020             ADD GI-SIGNED-AMOUNT TO GI-GL-OTHER-TOTAL
007030     END-EVALUATE.
007040 4100-EXIT.
007050     EXIT.
007060*
007070*****************************************************************
007080* 5000-PROVE-AND-REPORT - PROVE DEBITS EQUAL CREDITS, TIE EACH
007090* TRAN CODE'S NET GL AMOUNT BACK TO THE JOURNAL, AND WRITE THE
007100* VERDICT AS THE LAST LINE OF THE CONTROL REPORT.
007110*****************************************************************
007120 5000-PROVE-AND-REPORT.
007130     MOVE SPACES TO CTL-MARKER-LINE.
007140     PERFORM 5800-CHECK-PAGE
007150         THRU 5800-EXIT.
007160     WRITE CTL-MARKER-LINE.
007170     ADD 1 TO GI-LINE-COUNT.
007180     MOVE SPACES TO CTL-AMOUNT-LINE.
007190     MOVE "TOTAL DEBITS          : " TO CTLA-LABEL-O.
007200     MOVE GI-GL-DEBIT-TOTAL TO CTLA-AMOUNT-O.
007210     PERFORM 5800-CHECK-PAGE
007220         THRU 5800-EXIT.
007230     WRITE CTL-AMOUNT-LINE.
007240     ADD 1 TO GI-LINE-COUNT.
007250     MOVE SPACES TO CTL-AMOUNT-LINE.
007260     MOVE "TOTAL CREDITS         : " TO CTLA-LABEL-O.
007270     MOVE GI-GL-CREDIT-TOTAL TO CTLA-AMOUNT-O.
007280     IF GI-GL-DEBIT-TOTAL = GI-GL-CREDIT-TOTAL
007290         MOVE "DEBITS = CREDITS" TO CTLA-RESULT-O
007300     ELSE
007310         MOVE "OUT OF BALANCE" TO CTLA-RESULT-O
007320         MOVE 'Y' TO GI-HOLD-SWITCH
007330     END-IF.
007340     PERFORM 5800-CHECK-PAGE
007350         THRU 5800-EXIT.
007360     WRITE CTL-AMOUNT-LINE.
007370     ADD 1 TO GI-LINE-COUNT.
007380     MOVE SPACES TO CTL-MARKER-LINE.
007390     MOVE "TIE-BACK TO POSTING JOURNAL     JOURNAL" TO
007400         CTL-MARKER-LINE(1:39).
007410     MOVE "GL" TO CTL-MARKER-LINE(51:2).
007420     PERFORM 5800-CHECK-PAGE
007430         THRU 5800-EXIT.
007440     WRITE CTL-MARKER-LINE.
007450     ADD 1 TO GI-LINE-COUNT.
007460     MOVE "PAYMENTS"    TO GI-TIE-LABEL.
007470     MOVE GI-JRNL-PAYMENT-TOTAL TO GI-TIE-JOURNAL.
007480     MOVE GI-GL-PAYMENT-TOTAL   TO GI-TIE-GL.
007490     PERFORM 5100-WRITE-TIE-LINE
007500         THRU 5100-EXIT.
007510     MOVE "CHARGES"     TO GI-TIE-LABEL.
007520     MOVE GI-JRNL-CHARGE-TOTAL  TO GI-TIE-JOURNAL.
007530     MOVE GI-GL-CHARGE-TOTAL    TO GI-TIE-GL.
007540     PERFORM 5100-WRITE-TIE-LINE
007550         THRU 5100-EXIT.
007560     MOVE "ADJUSTMENTS" TO GI-TIE-LABEL.
007570     MOVE GI-JRNL-ADJUST-TOTAL  TO GI-TIE-JOURNAL.
007580     MOVE GI-GL-ADJUST-TOTAL    TO GI-TIE-GL.
007590     PERFORM 5100-WRITE-TIE-LINE
007600         THRU 5100-EXIT.
007610     MOVE "CHARGE-OFFS" TO GI-TIE-LABEL.
007620     MOVE GI-JRNL-CHGOFF-TOTAL  TO GI-TIE-JOURNAL.
007630     MOVE GI-GL-CHGOFF-TOTAL    TO GI-TIE-GL.
007640     PERFORM 5100-WRITE-TIE-LINE
007650         THRU 5100-EXIT.
007660     MOVE "RECOVERIES"  TO GI-TIE-LABEL.
007670     MOVE GI-JRNL-RECOVERY-TOTAL TO GI-TIE-JOURNAL.
007680     MOVE GI-GL-RECOVERY-TOTAL  TO GI-TIE-GL.
007690     PERFORM 5100-WRITE-TIE-LINE
007700         THRU 5100-EXIT.
007710     MOVE "OTHER CODES" TO GI-TIE-LABEL.
007720     MOVE GI-JRNL-OTHER-TOTAL   TO GI-TIE-JOURNAL.
007730     MOVE GI-GL-OTHER-TOTAL     TO GI-TIE-GL.
007740     PERFORM 5100-WRITE-TIE-LINE
007750         THRU 5100-EXIT.
007760     MOVE "JOURNAL ENTRIES READ            : " TO CTLC-LABEL-O.
007770     MOVE GI-JRNL-READ-COUNT TO CTLC-COUNT-O.
007780     PERFORM 5200-WRITE-COUNT-LINE
007790         THRU 5200-EXIT.
007800     MOVE "JOURNAL ENTRIES BOOKED          : " TO CTLC-LABEL-O.
007810     MOVE GI-GL-ITEM-COUNT TO CTLC-COUNT-O.
007820     PERFORM 5200-WRITE-COUNT-LINE
007830         THRU 5200-EXIT.
007840     MOVE "ACCOUNTS NOT ON MASTER (USD)    : " TO CTLC-LABEL-O.
007850     MOVE GI-NO-ACCOUNT-COUNT TO CTLC-COUNT-O.
007860     PERFORM 5200-WRITE-COUNT-LINE
007870         THRU 5200-EXIT.
007880     MOVE "COUNTRIES NOT ON FILE (USD)     : " TO CTLC-LABEL-O.
007890     MOVE GI-NO-COUNTRY-COUNT TO CTLC-COUNT-O.
007900     PERFORM 5200-WRITE-COUNT-LINE
007910         THRU 5200-EXIT.
007920     MOVE "SUMMARY LINES WITH NO MAPPING   : " TO CTLC-LABEL-O.
007930     MOVE GI-UNMAPPED-COUNT TO CTLC-COUNT-O.
007940     PERFORM 5200-WRITE-COUNT-LINE
007950         THRU 5200-EXIT.
007960     MOVE SPACES TO CTL-MARKER-LINE.
007970     IF GL-FILE-HELD
007980         MOVE "GL JOURNAL HELD - ACCTGLJ.DAT LEFT EMPTY" TO
007990             CTL-MARKER-LINE
008000         MOVE 'Y' TO GI-ERROR-SWITCH
008010     ELSE
008020         MOVE "GL JOURNAL BALANCED AND TIED TO POSTING JOURNAL" TO
008030             CTL-MARKER-LINE
008040     END-IF.
008050     WRITE CTL-MARKER-LINE.
008060     MOVE "*** END OF REPORT ***" TO CTL-MARKER-LINE.
008070     WRITE CTL-MARKER-LINE.
008080 5000-EXIT.
008090     EXIT.
008100*
008110*****************************************************************
008120* 5100-WRITE-TIE-LINE - ONE TRAN CODE'S JOURNAL AND GL TOTALS.
008130* A DIFFERENCE HOLDS THE GL FILE.
008140*****************************************************************
008150 5100-WRITE-TIE-LINE.
008160     MOVE SPACES TO CTL-TIE-LINE.
008170     MOVE GI-TIE-LABEL   TO CTLT-LABEL-O.
008180     MOVE GI-TIE-JOURNAL TO CTLT-JOURNAL-O.
008190     MOVE GI-TIE-GL      TO CTLT-GL-O.
008200     IF GI-TIE-JOURNAL = GI-TIE-GL
008210         MOVE "AGREES" TO CTLT-RESULT-O
008220     ELSE
008230         MOVE "DOES NOT AGREE" TO CTLT-RESULT-O
008240         MOVE 'Y' TO GI-HOLD-SWITCH
008250     END-IF.
008260     PERFORM 5800-CHECK-PAGE
008270         THRU 5800-EXIT.
008280     WRITE CTL-TIE-LINE.
008290     ADD 1 TO GI-LINE-COUNT.
008300 5100-EXIT.
008310     EXIT.
008320*
008330*****************************************************************
008340* 5200-WRITE-COUNT-LINE - ONE LABELLED COUNT ON THE REPORT.
008350*****************************************************************
008360 5200-WRITE-COUNT-LINE.
008370     PERFORM 5800-CHECK-PAGE
008380         THRU 5800-EXIT.
008390     WRITE CTL-COUNT-LINE.
008400     ADD 1 TO GI-LINE-COUNT.
008410     MOVE SPACES TO CTL-COUNT-LINE.
008420 5200-EXIT.
008430     EXIT.
008440*
008450*****************************************************************
008460* 5500-WRITE-GL-JOURNAL - WRITE THE HEADER, A DEBIT AND A CREDIT
008470* RECORD PER SUMMARY LINE, AND THE TRAILER. WHEN THE FILE IS
008480* HELD IT IS OPENED AND CLOSED EMPTY INSTEAD.
008490*****************************************************************
008500 5500-WRITE-GL-JOURNAL.
008510     OPEN OUTPUT GL-JOURNAL.
008520     IF GL-FILE-HELD
008530         GO TO 5500-EXIT
008540     END-IF.
008550     MOVE SPACES TO GLJ-HEADER-REC.
008560     MOVE 'H'         TO GLH-REC-TYPE.
008570     MOVE GI-BUS-DATE TO GLH-BUS-DATE.
008580     MOVE "ACCTGL"    TO GLH-SOURCE.
008590     MOVE GI-RUN-DATE TO GLH-CREATED-DATE.
008600     MOVE GI-RUN-TIME TO GLH-CREATED-TIME.
008610     WRITE GLJ-HEADER-REC.
008620     PERFORM VARYING GI-SUM-SUB FROM 1 BY 1
008630             UNTIL GI-SUM-SUB > GI-SUM-COUNT-USED
008640         PERFORM 5600-WRITE-ONE-LINE
008650             THRU 5600-EXIT
008660     END-PERFORM.
008670     MOVE SPACES TO GLJ-TRAILER-REC.
008680     MOVE 'T'                TO GLT-REC-TYPE.
008690     MOVE GI-GL-DETAIL-COUNT TO GLT-RECORD-COUNT.
008700     MOVE GI-GL-DEBIT-TOTAL  TO GLT-DEBIT-TOTAL.
008710     MOVE GI-GL-CREDIT-TOTAL TO GLT-CREDIT-TOTAL.
008720     WRITE GLJ-TRAILER-REC.
008730 5500-EXIT.
008740     EXIT.
008750*
008760*****************************************************************
008770* 5600-WRITE-ONE-LINE - WRITE THE DEBIT AND THE CREDIT RECORD
008780* FOR SUMMARY LINE GI-SUM-SUB.
008790*****************************************************************
008800 5600-WRITE-ONE-LINE.
008810     PERFORM 3100-FIND-ACCOUNTS
008820         THRU 3100-EXIT.
008830     MOVE SPACES TO GLJ-DETAIL-REC.
008840     MOVE 'D'                          TO GLD-REC-TYPE.
008850     MOVE GI-BUS-DATE                  TO GLD-BUS-DATE.
008860     MOVE GI-SUM-CURR-CODE(GI-SUM-SUB) TO GLD-CURR-CODE.
008870     MOVE GI-SUM-AMOUNT(GI-SUM-SUB)    TO GLD-AMOUNT.
008880     MOVE GI-SUM-TRAN-CODE(GI-SUM-SUB) TO GLD-TRAN-CODE.
008890     MOVE GI-SUM-COUNT(GI-SUM-SUB)     TO GLD-ITEM-COUNT.
008900     MOVE GLM-DESCRIPTION              TO GLD-DESCRIPTION.
008910     MOVE GI-DEBIT-ACCT                TO GLD-GL-ACCOUNT.
008920     MOVE 'D'                          TO GLD-DR-CR.
008930     WRITE GLJ-DETAIL-REC.
008940     MOVE GI-CREDIT-ACCT               TO GLD-GL-ACCOUNT.
008950     MOVE 'C'                          TO GLD-DR-CR.
008960     WRITE GLJ-DETAIL-REC.
008970     ADD 2 TO GI-GL-DETAIL-COUNT.
008980 5600-EXIT.
008990     EXIT.
009000*
009010*****************************************************************
009020* 5700-WRITE-PAGE-HEADING - WRITE THE REPORT HEADING BLOCK
009030* (REPORT NAME, BUSINESS DATE, PAGE NUMBER) AND THE COLUMN
009040* TITLES AT THE TOP OF A PAGE.
009050*****************************************************************
009060 5700-WRITE-PAGE-HEADING.
009070     ADD 1 TO GI-PAGE-NO.
009080     MOVE SPACES TO CTL-PAGE-HDR-LINE.
009090     MOVE "GL INTERFACE CONTROL      " TO
009100         CTL-PAGE-HDR-LINE(1:26).
009110     MOVE GI-BUS-DATE TO CTLH-DATE-O.
009120     MOVE "   PAGE" TO CTL-PAGE-HDR-LINE(35:7).
009130     MOVE GI-PAGE-NO TO CTLH-PAGE-O.
009140     WRITE CTL-PAGE-HDR-LINE.
009150     MOVE SPACES TO CTL-COLUMN-LINE.
009160     MOVE "CODE"        TO CTL-COLUMN-LINE(1:4).
009170     MOVE "CURR"        TO CTL-COLUMN-LINE(5:4).
009180     MOVE "SGN"         TO CTL-COLUMN-LINE(9:3).
009190     MOVE "ITEMS"       TO CTL-COLUMN-LINE(15:5).
009200     MOVE "AMOUNT"      TO CTL-COLUMN-LINE(33:6).
009210     MOVE "DEBIT ACCT"  TO CTL-COLUMN-LINE(41:10).
009220     MOVE "CREDIT ACCT" TO CTL-COLUMN-LINE(55:11).
009230     WRITE CTL-COLUMN-LINE.
009240     MOVE 2 TO GI-LINE-COUNT.
009250 5700-EXIT.
009260     EXIT.
009270*
009280*****************************************************************
009290* 5800-CHECK-PAGE - BREAK TO A NEW PAGE WHEN THE CURRENT ONE IS
009300* FULL.
009310*****************************************************************
009320 5800-CHECK-PAGE.
009330     IF GI-LINE-COUNT >= GI-PAGE-LIMIT
009340         PERFORM 5700-WRITE-PAGE-HEADING
009350             THRU 5700-EXIT
009360     END-IF.
009370 5800-EXIT.
009380     EXIT.
009390*
009400*****************************************************************
009410* 6000-FINALIZE - CLOSE THE FILES AND DISPLAY THE RUN TOTALS.
009420*****************************************************************
009430 6000-FINALIZE.
009440     CLOSE JOURNAL-FILE.
009450     CLOSE GLMAP-FILE.
009460     IF ACCT-FILE-ON-HAND
009470         CLOSE ACCT-REC
009480     END-IF.
009490     IF CTRY-FILE-ON-HAND
009500         CLOSE CTRY-FILE
009510     END-IF.
009520     CLOSE GL-JOURNAL.
009530     CLOSE CONTROL-REPORT.
009540     DISPLAY "ACCTGL RUN TOTALS -".
009550     DISPLAY "  JOURNAL ENTRIES READ : " GI-JRNL-READ-COUNT.
009560     DISPLAY "  SUMMARY LINES        : " GI-SUM-COUNT-USED.
009570     DISPLAY "  GL DETAIL RECORDS    : " GI-GL-DETAIL-COUNT.
009580     DISPLAY "  TOTAL DEBITS         : " GI-GL-DEBIT-TOTAL.
009590     DISPLAY "  TOTAL CREDITS        : " GI-GL-CREDIT-TOTAL.
009600     DISPLAY "  UNMAPPED LINES       : " GI-UNMAPPED-COUNT.
009610     IF GL-FILE-HELD
009620         DISPLAY "ACCTGL - GL JOURNAL HELD - SEE ACCTGLCR.DAT"
009630     END-IF.
009640 6000-EXIT.
009650     EXIT.
009660*
009670*****************************************************************
009680* 9000-SET-RETURN-CODE - END THE STEP WITH RETURN CODE 8 WHEN
009690* NO GL FILE WAS RELEASED SO ACCTNITE CAN TELL.
009700*****************************************************************
009710 9000-SET-RETURN-CODE.
009720     IF STEP-FAILED
009730         MOVE 8 TO RETURN-CODE
009740     END-IF.
009750 9000-EXIT.
009760     EXIT.
