000010*****************************************************************
000020* ACCT-INTG
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. ACCTINTG.
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
000160*    10/15/2026  RH     ORIGINAL PROGRAM - NIGHTLY REFERENTIAL
000170*                       INTEGRITY SWEEP. THE CUSTOMER FILES, THE
000180*                       NAME INDEX AND THE HISTORY FILE ALL POINT
000190*                       AT ACCOUNTS ON THE MASTER, AND NOTHING
000200*                       CHECKED THAT THEY STILL DID ONCE AN
000210*                       ACCOUNT WAS CLOSED, ARCHIVED OR RESTORED.
000220*                       THIS RUN CROSS-CHECKS THEM AGAINST THE
000230*                       MASTER (ACCTREC.DAT) AND THE DELETED-
000240*                       MASTER ARCHIVE (ACCTARCH.DAT), LISTS EVERY
000250*                       EXCEPTION BY CATEGORY ON ACCTINTR.DAT AND
000260*                       QUEUES THE UNLINKS IT CAN SAFELY MAKE ON
000270*                       ACCTCTRN.DAT FOR THE NEXT ACCTCMNT RUN.
000280*
000290* THE CATEGORIES CHECKED:
000300*    XREF-ORPHAN - A CROSS-REFERENCE ROW (ACCTCXRF.DAT) WHOSE
000310*                  ACCT-NO IS NOT ON THE MASTER. WHEN THE ACCOUNT
000320*                  IS ON THE ARCHIVE IT IS GONE FOR GOOD, SO AN
000330*                  UNLINK (ACTION U) IS APPENDED TO ACCTCTRN.DAT.
000340*                  AN ACCOUNT ON NEITHER FILE IS LISTED FOR A
000350*                  PERSON TO RESOLVE - IT MAY BE A MASTER RESTORED
000360*                  FROM AN OLD GENERATION.
000370*    CUST-CLOSED - A CUSTOMER WITH LINKED ACCOUNTS ON THE MASTER,
000380*                  EVERY ONE OF THEM CLOSED. LISTED ONLY - CLOSING
000390*                  THE CUSTOMER IS A BUSINESS DECISION.
000400*    NAME-INDEX  - A NAME INDEX ENTRY (ACCTNAME.DAT) WHOSE ACCOUNT
000410*                  IS NOT ON THE MASTER, OR WHOSE NAME NO LONGER
000420*                  MATCHES THE MASTER NAME. LISTED ONLY - THE CURE
000430*                  IS TO RERUN ACCTNIDX.
000440*    HIST-ORPHAN - HISTORY (ACCTHST.DAT) FOR AN ACCOUNT ON NEITHER
000450*                  THE MASTER NOR THE ARCHIVE. LISTED ONCE PER
000460*                  ACCOUNT WITH ITS ENTRY COUNT.
000470*
000480* ONLY THE MASTER IS REQUIRED. A FILE NOT ON HAND IS SAID ON THE
000490* CONSOLE AND ITS CHECK IS PASSED OVER.
000500*
000510* RETURN CODES - 0 NOTHING FOUND, 4 EXCEPTIONS LISTED ON THE
000520* REPORT, 8 THE MASTER COULD NOT BE OPENED OR THE ARCHIVE WOULD
000530* NOT FIT THE TABLE (THE SWEEP CANNOT BE TRUSTED). ACCTNITE
000540* ACCEPTS 4 AS A CLEAN OUTCOME FOR THIS STEP.
000550*
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590*
000600     SELECT ACCT-REC ASSIGN TO "ACCTREC.DAT"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS ACCT-NO
000640         FILE STATUS IS IG-ACCT-FILE-STATUS.
000650     SELECT ARCHIVE-FILE ASSIGN TO "ACCTARCH.DAT"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS IG-ARCH-FILE-STATUS.
000680     SELECT CUST-MASTER ASSIGN TO "ACCTCUST.DAT"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS CUST-NO
000720         FILE STATUS IS IG-CUST-FILE-STATUS.
000730     SELECT XREF-FILE ASSIGN TO "ACCTCXRF.DAT"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS SEQUENTIAL
000760         RECORD KEY IS XREF-ACCT-NO
000770         FILE STATUS IS IG-XREF-FILE-STATUS.
000780     SELECT NAME-INDEX ASSIGN TO "ACCTNAME.DAT"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS SEQUENTIAL
000810         RECORD KEY IS NIDX-KEY
000820         FILE STATUS IS IG-NIDX-FILE-STATUS.
000830     SELECT HIST-FILE ASSIGN TO "ACCTHST.DAT"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS SEQUENTIAL
000860         RECORD KEY IS HST-KEY
000870         FILE STATUS IS IG-HIST-FILE-STATUS.
000880     SELECT CUST-TRAN ASSIGN TO "ACCTCTRN.DAT"
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS IG-CTRN-FILE-STATUS.
000910     SELECT INTG-SORT-FILE ASSIGN TO "ACCTINTG.SRW".
000920     SELECT INTG-SORTED ASSIGN TO "ACCTINTG.SRT"
000930         ORGANIZATION IS SEQUENTIAL.
000940     SELECT INTG-REPORT ASSIGN TO "ACCTINTR.DAT"
000950         ORGANIZATION IS LINE SEQUENTIAL.
000960*
000970 DATA DIVISION.
000980 FILE SECTION.
000990*
001000*  KEYED ACCT-REC MASTER.
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
001130          88  ACCT-ACTIVE                 VALUE 'A', ' '.
001140          88  ACCT-SUSPENDED              VALUE 'S'.
001150          88  ACCT-CLOSED                 VALUE 'X'.
001160          88  ACCT-CHARGED-OFF            VALUE 'W'.
001170*
001180*  DELETED-MASTER ARCHIVE WRITTEN BY ACCTMAINT. THE LAYOUT
001190*  MIRRORS ARCHIVE-REC IN ACCTREIN; ONLY THE ACCT-NO IS USED.
001200  FD  ARCHIVE-FILE
001210      RECORDING MODE F.
001220  01  ARCHIVE-REC.
001230      05  ARCH-MASTER-IMAGE.
001240          10  ARCH-ACCT-NO    PIC X(08).
001250          10  FILLER          PIC X(98).
001260      05  ARCH-DELETE-DATE    PIC 9(08).
001270      05  ARCH-RUN-ID.
001280          10  ARCH-RUN-DATE   PIC 9(08).
001290          10  ARCH-RUN-TIME   PIC 9(08).
001300*
001310*  CUSTOMER MASTER WRITTEN BY ACCTCMNT. THE LAYOUT MIRRORS
001320*  CUST-FIELDS THERE.
001330  FD  CUST-MASTER
001340      RECORDING MODE F.
001350  01  CUST-FIELDS.
001360      05  CUST-NO             PIC X(08).
001370      05  CUST-LAST-NAME      PIC X(15).
001380      05  CUST-FIRST-NAME     PIC X(15).
001390      05  CUST-COUNTRY        PIC X(20).
001400      05  CUST-COMMENTS       PIC X(30).
001410      05  CUST-STATUS         PIC X(01).
001420*
001430*  CROSS-REFERENCE WRITTEN BY ACCTCMNT, KEYED ON ACCT-NO AND
001440*  NAMING THE CUSTOMER EACH ACCOUNT BELONGS TO. THE LAYOUT
001450*  MIRRORS XREF-FIELDS THERE.
001460  FD  XREF-FILE
001470      RECORDING MODE F.
001480  01  XREF-FIELDS.
001490      05  XREF-ACCT-NO        PIC X(08).
001500      05  XREF-CUST-NO        PIC X(08).
001510*
001520*  NAME INDEX BUILT BY ACCTNIDX, KEYED ON THE UPPER-CASED LAST
001530*  NAME PLUS THE ACCT-NO. THE LAYOUT MIRRORS NIDX-FIELDS THERE.
001540  FD  NAME-INDEX
001550      RECORDING MODE F.
001560  01  NIDX-FIELDS.
001570      05  NIDX-KEY.
001580          10  NIDX-LAST-NAME  PIC X(15).
001590          10  NIDX-ACCT-NO    PIC X(08).
001600      05  NIDX-FIRST-NAME     PIC X(15).
001610      05  NIDX-BUILD-DATE     PIC 9(08).
001620*
001630*  TRANSACTION HISTORY WRITTEN BY ACCTHIST. THE LAYOUT MIRRORS
001640*  HIST-FIELDS THERE; ONLY THE ACCT-NO IS USED.
001650  FD  HIST-FILE
001660      RECORDING MODE F.
001670  01  HIST-FIELDS.
001680      05  HST-KEY.
001690          10  HST-ACCT-NO     PIC X(08).
001700          10  HST-RUN-DATE    PIC 9(08).
001710          10  HST-SEQ         PIC 9(04).
001720      05  FILLER              PIC X(51).
001730*
001740*  CUSTOMER MAINTENANCE TRANSACTIONS READ BY ACCTCMNT. THE
001750*  LAYOUT MIRRORS CUST-TRAN-REC THERE; THE UNLINKS ARE APPENDED
001760*  AS U TRANSACTIONS.
001770  FD  CUST-TRAN
001780      RECORDING MODE F.
001790  01  CUST-TRAN-REC.
001800      05  CTR-ACTION-CODE     PIC X(01).
001810      05  CTR-CUST-NO         PIC X(08).
001820      05  CTR-ACCT-NO         PIC X(08).
001830      05  CTR-LAST-NAME       PIC X(15).
001840      05  CTR-FIRST-NAME      PIC X(15).
001850      05  CTR-COUNTRY         PIC X(20).
001860      05  CTR-COMMENTS        PIC X(30).
001870*
001880*  SORT WORK FILE - ORDERS THE LINKS WHOSE ACCOUNT IS ON THE
001890*  MASTER BY CUSTOMER, SO EACH CUSTOMER'S ACCOUNTS ARE SEEN
001900*  TOGETHER AT ITS BREAK.
001910  SD  INTG-SORT-FILE.
001920  01  INTG-SORT-REC.
001930      05  ISRT-CUST-NO        PIC X(08).
001940      05  ISRT-ACCT-NO        PIC X(08).
001950      05  ISRT-ACCT-STATUS    PIC X(01).
001960*
001970*  THE CUSTOMER-SORTED LINKS, READ FOR THE CUST-CLOSED CHECK.
001980  FD  INTG-SORTED
001990      RECORDING MODE F.
002000  01  INTG-FIELDS.
002010      05  INTS-CUST-NO        PIC X(08).
002020      05  INTS-ACCT-NO        PIC X(08).
002030      05  INTS-ACCT-STATUS    PIC X(01).
002040          88  INTS-CLOSED                 VALUE 'X'.
002050*
002060*****************************************************************
002070* INTG-REPORT - THE EXCEPTION REPORT. SEVERAL 01-LEVEL RECORDS
002080* SHARE THE SAME FD, THE SAME WAY THE ACCTCREL REPORT LINES ARE
002090* BUILT.
002100*****************************************************************
002110  FD  INTG-REPORT
002120      RECORDING MODE F.
002130  01  INTG-HEADING-LINE.
002140      05  FILLER              PIC X(33) VALUE
002150          "REFERENTIAL INTEGRITY SWEEP AS OF".
002160      05  FILLER              PIC X(1)  VALUE SPACE.
002170      05  INTH-DATE-O         PIC 9(8).
002180      05  FILLER              PIC X(90).
002190  01  INTG-DETAIL-LINE.
002200      05  INTD-CATEGORY-O     PIC X(11).
002210      05  FILLER              PIC X(2)  VALUE SPACES.
002220      05  INTD-ACCT-NO-O      PIC X(8).
002230      05  FILLER              PIC X(2)  VALUE SPACES.
002240      05  INTD-CUST-NO-O      PIC X(8).
002250      05  FILLER              PIC X(2)  VALUE SPACES.
002260      05  INTD-TEXT-O         PIC X(40).
002270      05  FILLER              PIC X(2)  VALUE SPACES.
002280      05  INTD-ACTION-O       PIC X(30).
002290      05  FILLER              PIC X(27).
002300  01  INTG-TOTAL-LINE.
002310      05  INTT-LABEL-O        PIC X(40).
002320      05  INTT-COUNT-O        PIC ZZZ,ZZ9.
002330      05  FILLER              PIC X(85).
002340  01  INTG-MARKER-LINE        PIC X(132).
002350*
002360 WORKING-STORAGE SECTION.
002370*
002380*  END-OF-FILE SWITCHES.
002390  77  IG-ARCH-EOF-SWITCH      PIC X(01)   VALUE 'N'.
002400      88  END-OF-ARCHIVE                  VALUE 'Y'.
002410  77  IG-XREF-EOF-SWITCH      PIC X(01)   VALUE 'N'.
002420      88  END-OF-XREF                     VALUE 'Y'.
002430  77  IG-SORTED-EOF-SWITCH    PIC X(01)   VALUE 'N'.
002440      88  END-OF-SORTED-FILE              VALUE 'Y'.
002450  77  IG-NIDX-EOF-SWITCH      PIC X(01)   VALUE 'N'.
002460      88  END-OF-NAME-INDEX               VALUE 'Y'.
002470  77  IG-HIST-EOF-SWITCH      PIC X(01)   VALUE 'N'.
002480      88  END-OF-HISTORY                  VALUE 'Y'.
002490*
002500*  FILE STATUS FIELDS. ONLY THE MASTER IS REQUIRED - EVERY OTHER
002510*  FILE MAY NOT EXIST YET, AND ITS CHECK IS THEN PASSED OVER.
002520  77  IG-ACCT-FILE-STATUS     PIC X(02)   VALUE SPACES.
002530  77  IG-ARCH-FILE-STATUS     PIC X(02)   VALUE SPACES.
002540  77  IG-CUST-FILE-STATUS     PIC X(02)   VALUE SPACES.
002550  77  IG-XREF-FILE-STATUS     PIC X(02)   VALUE SPACES.
002560  77  IG-NIDX-FILE-STATUS     PIC X(02)   VALUE SPACES.
002570  77  IG-HIST-FILE-STATUS     PIC X(02)   VALUE SPACES.
002580  77  IG-CTRN-FILE-STATUS     PIC X(02)   VALUE SPACES.
002590*
002600*  SET ONCE AT OPEN - A KEYED READ THAT MISSES LEAVES "23" IN
002610*  THE STATUS REGISTER, SO WHETHER THE CUSTOMER MASTER IS ON
002620*  HAND IS REMEMBERED HERE. THE TRANSACTION FILE IS OPENED ONLY
002630*  WHEN THE FIRST UNLINK IS WRITTEN.
002640  77  IG-CUST-OPEN-SWITCH     PIC X(01)   VALUE 'N'.
002650      88  CUST-MASTER-ON-HAND             VALUE 'Y'.
002660  77  IG-CTRN-OPEN-SWITCH     PIC X(01)   VALUE 'N'.
002670      88  CUST-TRAN-OPEN                  VALUE 'Y'.
002680*
002690*  KEYED-LOOKUP SWITCHES.
002700  77  IG-FOUND-SWITCH         PIC X(01)   VALUE 'N'.
002710      88  RECORD-FOUND                    VALUE 'Y'.
002720  77  IG-ARCH-FOUND-SWITCH    PIC X(01)   VALUE 'N'.
002730      88  ACCT-ON-ARCHIVE                 VALUE 'Y'.
002740*
002750*  EVERY ACCT-NO ON THE ARCHIVE, SO AN ACCOUNT MISSING FROM THE
002760*  MASTER CAN BE PROVED ARCHIVED. THE TABLE HOLDS 10000
002770*  ACCOUNTS; AN OVERFLOW IS SAID ON THE CONSOLE AND ENDS THE
002780*  STEP WITH RETURN CODE 8, SINCE AN ACCOUNT PAST THE END WOULD
002790*  BE REPORTED ON NEITHER FILE.
002800  01  IG-ARCH-TABLE.
002810      05  IG-ARCH-COUNT       PIC 9(5) COMP VALUE ZERO.
002820      05  IG-ARCH-ACCT-NO     OCCURS 10000 TIMES
002830                              PIC X(08).
002840  77  IG-ARCH-SUB             PIC 9(5) COMP.
002850  77  IG-TABLE-OVFL-SWITCH    PIC X(01)   VALUE 'N'.
002860      88  ARCH-TABLE-FULL                 VALUE 'Y'.
002870*
002880*  THE ACCOUNT BEING LOOKED UP ON THE MASTER AND THE ARCHIVE.
002890  77  IG-LOOKUP-ACCT-NO       PIC X(08)   VALUE SPACES.
002900*
002910*  CUSTOMER CONTROL-BREAK WORK FIELDS.
002920  77  IG-FIRST-REC-SWITCH     PIC X(01)   VALUE 'Y'.
002930      88  FIRST-SORTED-RECORD             VALUE 'Y'.
002940  77  IG-PREV-CUST-NO         PIC X(08)   VALUE SPACES.
002950  77  IG-CUST-LINK-COUNT      PIC 9(5) COMP VALUE ZERO.
002960  77  IG-CUST-CLOSED-COUNT    PIC 9(5) COMP VALUE ZERO.
002970*
002980*  HISTORY CONTROL-BREAK WORK FIELDS.
002990  77  IG-PREV-HIST-ACCT       PIC X(08)   VALUE SPACES.
003000  77  IG-HIST-ACCT-ENTRIES    PIC 9(7) COMP VALUE ZERO.
003010  77  IG-HIST-ENTRIES-O       PIC Z,ZZZ,ZZ9.
003020*
003030*  THE MASTER NAME IN UPPER CASE, AS ACCTNIDX KEYS IT.
003040  77  IG-UPPER-LAST-NAME      PIC X(15)   VALUE SPACES.
003050*
003060*  ONE REPORT LINE'S CONTENTS, SET BEFORE 8000-WRITE-EXCEPTION.
003070  77  IG-EXC-CATEGORY         PIC X(11)   VALUE SPACES.
003080  77  IG-EXC-ACCT-NO          PIC X(08)   VALUE SPACES.
003090  77  IG-EXC-CUST-NO          PIC X(08)   VALUE SPACES.
003100  77  IG-EXC-TEXT             PIC X(40)   VALUE SPACES.
003110  77  IG-EXC-ACTION           PIC X(30)   VALUE SPACES.
003120*
003130*  RUN CONTROL TOTALS.
003140  77  IG-MASTER-READS         PIC 9(7) COMP VALUE ZERO.
003150  77  IG-XREF-READ            PIC 9(7) COMP VALUE ZERO.
003160  77  IG-CUSTOMERS-CHECKED    PIC 9(7) COMP VALUE ZERO.
003170  77  IG-NIDX-READ            PIC 9(7) COMP VALUE ZERO.
003180  77  IG-HIST-READ            PIC 9(7) COMP VALUE ZERO.
003190  77  IG-HIST-ACCTS-CHECKED   PIC 9(7) COMP VALUE ZERO.
003200  77  IG-XREF-ORPHAN-COUNT    PIC 9(7) COMP VALUE ZERO.
003210  77  IG-CUST-CLOSED-TOTAL    PIC 9(7) COMP VALUE ZERO.
003220  77  IG-NIDX-BAD-COUNT       PIC 9(7) COMP VALUE ZERO.
003230  77  IG-HIST-ORPHAN-COUNT    PIC 9(7) COMP VALUE ZERO.
003240  77  IG-EXCEPTION-COUNT      PIC 9(7) COMP VALUE ZERO.
003250  77  IG-UNLINK-COUNT         PIC 9(7) COMP VALUE ZERO.
003260*
003270*  RUN DATE FOR THE REPORT HEADING.
003280  77  IG-RUN-DATE             PIC 9(08)   VALUE ZERO.
003290*
003300*  ERROR FLAG - DECIDES THE RETURN CODE AT END OF STEP.
003310  77  IG-ERROR-SWITCH         PIC X(01)   VALUE 'N'.
003320      88  STEP-FAILED                     VALUE 'Y'.
003330*
003340 PROCEDURE DIVISION.
003350*
003360*****************************************************************
003370* 0000-MAINLINE - OVERALL CONTROL OF THE STEP.
003380*****************************************************************
003390 0000-MAINLINE.
003400     PERFORM 1000-INITIALIZE
003410         THRU 1000-EXIT.
003420     IF NOT STEP-FAILED
003430         PERFORM 2000-LOAD-ARCHIVE
003440             THRU 2000-EXIT
003450         PERFORM 3000-CHECK-XREF
003460             THRU 3000-EXIT
003470         PERFORM 4000-CHECK-CUSTOMERS
003480             THRU 4000-EXIT
003490         PERFORM 5000-CHECK-NAME-INDEX
003500             THRU 5000-EXIT
003510         PERFORM 6000-CHECK-HISTORY
003520             THRU 6000-EXIT
003530         PERFORM 7000-FINALIZE
003540             THRU 7000-EXIT
003550     END-IF.
003560     PERFORM 9000-SET-RETURN-CODE
003570         THRU 9000-EXIT.
003580     STOP RUN.
003590*
003600*****************************************************************
003610* 1000-INITIALIZE - PICK UP THE RUN DATE, OPEN THE MASTER AND
003620* THE CUSTOMER MASTER FOR KEYED READS AND START THE REPORT. A
003630* MASTER THAT WILL NOT OPEN ENDS THE STEP.
003640*****************************************************************
003650 1000-INITIALIZE.
003660     ACCEPT IG-RUN-DATE FROM DATE YYYYMMDD.
003670     OPEN INPUT ACCT-REC.
003680     IF IG-ACCT-FILE-STATUS NOT = "00"
003690         DISPLAY "ACCTINTG - CANNOT OPEN ACCTREC.DAT - STATUS "
003700             IG-ACCT-FILE-STATUS
003710         MOVE 'Y' TO IG-ERROR-SWITCH
003720         GO TO 1000-EXIT
003730     END-IF.
003740     OPEN INPUT CUST-MASTER.
003750     IF IG-CUST-FILE-STATUS = "00"
003760         MOVE 'Y' TO IG-CUST-OPEN-SWITCH
003770     ELSE
003780         DISPLAY "ACCTINTG - NO CUSTOMER MASTER (ACCTCUST.DAT)"
003790             " - CUSTOMER NAMES WILL SHOW AS UNKNOWN"
003800     END-IF.
003810     OPEN OUTPUT INTG-REPORT.
003820     MOVE IG-RUN-DATE TO INTH-DATE-O.
003830     WRITE INTG-HEADING-LINE.
003840     MOVE SPACES TO INTG-MARKER-LINE.
003850     WRITE INTG-MARKER-LINE.
003860 1000-EXIT.
003870     EXIT.
003880*
003890*****************************************************************
003900* 2000-LOAD-ARCHIVE - READ THE DELETED-MASTER ARCHIVE FRONT TO
003910* BACK AND TABLE EVERY ACCT-NO ON IT. A MISSING ARCHIVE MEANS
003920* NOTHING HAS EVER BEEN ARCHIVED - THE TABLE STAYS EMPTY.
003930*****************************************************************
003940 2000-LOAD-ARCHIVE.
003950     OPEN INPUT ARCHIVE-FILE.
003960     IF IG-ARCH-FILE-STATUS NOT = "00"
003970         DISPLAY "ACCTINTG - NO ARCHIVE (ACCTARCH.DAT) - NO "
003980             "ACCOUNT CAN BE PROVED ARCHIVED"
003990         GO TO 2000-EXIT
004000     END-IF.
004010     PERFORM UNTIL END-OF-ARCHIVE
004020         READ ARCHIVE-FILE
004030             AT END
004040                 MOVE 'Y' TO IG-ARCH-EOF-SWITCH
004050             NOT AT END
004060                 PERFORM 2100-TABLE-ONE-ACCOUNT
004070                     THRU 2100-EXIT
004080         END-READ
004090     END-PERFORM.
004100     CLOSE ARCHIVE-FILE.
004110 2000-EXIT.
004120     EXIT.
004130*
004140*****************************************************************
004150* 2100-TABLE-ONE-ACCOUNT - ADD ONE ARCHIVED ACCT-NO TO THE
004160* TABLE. THE OVERFLOW IS SAID ONCE AND FAILS THE STEP.
004170*****************************************************************
004180 2100-TABLE-ONE-ACCOUNT.
004190     IF ARCH-TABLE-FULL
004200         GO TO 2100-EXIT
004210     END-IF.
004220     IF IG-ARCH-COUNT >= 10000
004230         DISPLAY "ACCTINTG - MORE THAN 10000 ARCHIVED ACCOUNTS -"
004240             " THE SWEEP IS INCOMPLETE"
004250         MOVE 'Y' TO IG-TABLE-OVFL-SWITCH
004260         MOVE 'Y' TO IG-ERROR-SWITCH
004270         GO TO 2100-EXIT
004280     END-IF.
004290     ADD 1 TO IG-ARCH-COUNT.
004300     MOVE ARCH-ACCT-NO TO IG-ARCH-ACCT-NO(IG-ARCH-COUNT).
004310 2100-EXIT.
004320     EXIT.
004330*
004340*****************************************************************
004350* 2500-LOOK-UP-ACCOUNT - KEYED READ OF IG-LOOKUP-ACCT-NO ON THE
004360* MASTER. WHEN IT IS NOT THERE, SEARCH THE ARCHIVE TABLE FOR IT.
004370*****************************************************************
004380 2500-LOOK-UP-ACCOUNT.
004390     MOVE 'N' TO IG-FOUND-SWITCH.
004400     MOVE 'N' TO IG-ARCH-FOUND-SWITCH.
004410     MOVE IG-LOOKUP-ACCT-NO TO ACCT-NO.
004420     ADD 1 TO IG-MASTER-READS.
004430     READ ACCT-REC
004440         INVALID KEY
004450             CONTINUE
004460         NOT INVALID KEY
004470             MOVE 'Y' TO IG-FOUND-SWITCH
004480     END-READ.
004490     IF RECORD-FOUND
004500         GO TO 2500-EXIT
004510     END-IF.
004520     PERFORM VARYING IG-ARCH-SUB FROM 1 BY 1
004530             UNTIL IG-ARCH-SUB > IG-ARCH-COUNT
004540             OR ACCT-ON-ARCHIVE
004550         IF IG-ARCH-ACCT-NO(IG-ARCH-SUB) = IG-LOOKUP-ACCT-NO
004560             MOVE 'Y' TO IG-ARCH-FOUND-SWITCH
004570         END-IF
004580     END-PERFORM.
004590 2500-EXIT.
004600     EXIT.
004610*
004620*****************************************************************
004630* 3000-CHECK-XREF - JOIN EACH CROSS-REFERENCE ROW TO ITS
004640* ACCOUNT. A ROW WHOSE ACCOUNT IS GONE FROM THE MASTER IS AN
004650* XREF-ORPHAN; THE REST ARE SORTED BY CUSTOMER FOR THE
004660* CUST-CLOSED CHECK.
004670*****************************************************************
004680 3000-CHECK-XREF.
004690     SORT INTG-SORT-FILE
004700         ON ASCENDING KEY ISRT-CUST-NO
004710                          ISRT-ACCT-NO
004720         INPUT PROCEDURE IS 3200-RELEASE-LINKS
004730             THRU 3200-EXIT
004740         GIVING INTG-SORTED.
004750 3000-EXIT.
004760     EXIT.
004770*
004780*****************************************************************
004790* 3200-RELEASE-LINKS - READ THE CROSS-REFERENCE FRONT TO BACK
004800* AND CHECK EACH ROW. A MISSING CROSS-REFERENCE MEANS NO
004810* ACCOUNT HAS EVER BEEN LINKED - THE SORT IS GIVEN NOTHING.
004820*****************************************************************
004830 3200-RELEASE-LINKS.
004840     OPEN INPUT XREF-FILE.
004850     IF IG-XREF-FILE-STATUS NOT = "00"
004860         DISPLAY "ACCTINTG - NO CROSS-REFERENCE (ACCTCXRF.DAT)"
004870             " - LINK CHECKS PASSED OVER"
004880         GO TO 3200-EXIT
004890     END-IF.
004900     PERFORM UNTIL END-OF-XREF
004910         READ XREF-FILE
004920             AT END
004930                 MOVE 'Y' TO IG-XREF-EOF-SWITCH
004940             NOT AT END
004950                 ADD 1 TO IG-XREF-READ
004960                 PERFORM 3400-CHECK-ONE-LINK
004970                     THRU 3400-EXIT
004980         END-READ
004990     END-PERFORM.
005000     CLOSE XREF-FILE.
005010 3200-EXIT.
005020     EXIT.
005030*
005040*****************************************************************
005050* 3400-CHECK-ONE-LINK - LOOK THE LINKED ACCOUNT UP. ON THE
005060* MASTER, RELEASE IT WITH ITS STATUS. ON THE ARCHIVE ONLY, THE
005070* ACCOUNT IS GONE FOR GOOD AND THE LINK IS QUEUED FOR UNLINK -
005080* PROVIDED THE CUSTOMER NUMBER IS ONE ACCTCMNT WILL ACCEPT. ON
005090* NEITHER, THE ROW IS LISTED FOR A PERSON TO RESOLVE.
005100*****************************************************************
005110 3400-CHECK-ONE-LINK.
005120     MOVE XREF-ACCT-NO TO IG-LOOKUP-ACCT-NO.
005130     PERFORM 2500-LOOK-UP-ACCOUNT
005140         THRU 2500-EXIT.
005150     IF RECORD-FOUND
005160         MOVE XREF-CUST-NO TO ISRT-CUST-NO
005170         MOVE ACCT-NO      TO ISRT-ACCT-NO
005180         MOVE ACCT-STATUS  TO ISRT-ACCT-STATUS
005190         RELEASE INTG-SORT-REC
005200         GO TO 3400-EXIT
005210     END-IF.
005220     ADD 1 TO IG-XREF-ORPHAN-COUNT.
005230     MOVE "XREF-ORPHAN"  TO IG-EXC-CATEGORY.
005240     MOVE XREF-ACCT-NO   TO IG-EXC-ACCT-NO.
005250     MOVE XREF-CUST-NO   TO IG-EXC-CUST-NO.
005260     IF NOT ACCT-ON-ARCHIVE
005270         MOVE "ACCOUNT ON NEITHER MASTER NOR ARCHIVE" TO
005280             IG-EXC-TEXT
005290         MOVE "RESOLVE BY HAND" TO IG-EXC-ACTION
005300     ELSE
005310         MOVE "ACCOUNT ARCHIVED - NOT ON MASTER" TO IG-EXC-TEXT
005320         IF XREF-CUST-NO(1:1) NOT = 'C'
005330                 OR XREF-CUST-NO(2:7) NOT NUMERIC
005340             MOVE "BAD CUST-NO - UNLINK BY HAND" TO IG-EXC-ACTION
005350         ELSE
005360             PERFORM 3600-WRITE-UNLINK
005370                 THRU 3600-EXIT
005380             MOVE "UNLINK QUEUED ON ACCTCTRN.DAT" TO IG-EXC-ACTION
005390         END-IF
005400     END-IF.
005410     PERFORM 8000-WRITE-EXCEPTION
005420         THRU 8000-EXIT.
005430 3400-EXIT.
005440     EXIT.
005450*
005460*****************************************************************
005470* 3600-WRITE-UNLINK - APPEND ONE U TRANSACTION FOR THE CURRENT
005480* CROSS-REFERENCE ROW TO ACCTCTRN.DAT, OPENING THE FILE ON THE
005490* FIRST ONE. TRANSACTIONS ALREADY WAITING ON THE FILE ARE KEPT.
005500*****************************************************************
005510 3600-WRITE-UNLINK.
005520     IF NOT CUST-TRAN-OPEN
005530         OPEN EXTEND CUST-TRAN
005540         IF IG-CTRN-FILE-STATUS NOT = "00"
005550             OPEN OUTPUT CUST-TRAN
005560         END-IF
005570         MOVE 'Y' TO IG-CTRN-OPEN-SWITCH
005580     END-IF.
005590     MOVE SPACES TO CUST-TRAN-REC.
005600     MOVE 'U'            TO CTR-ACTION-CODE.
005610     MOVE XREF-CUST-NO   TO CTR-CUST-NO.
005620     MOVE XREF-ACCT-NO   TO CTR-ACCT-NO.
005630     MOVE "ACCTINTG - ACCOUNT ARCHIVED" TO CTR-COMMENTS.
005640     WRITE CUST-TRAN-REC.
005650     ADD 1 TO IG-UNLINK-COUNT.
005660 3600-EXIT.
005670     EXIT.
005680*
005690*****************************************************************
005700* 4000-CHECK-CUSTOMERS - READ THE CUSTOMER-SORTED LINKS AND, AT
005710* EACH CUSTOMER BREAK, LIST THE CUSTOMER WHEN EVERY ONE OF
005720* THEIR LINKED ACCOUNTS IS CLOSED.
005730*****************************************************************
005740 4000-CHECK-CUSTOMERS.
005750     OPEN INPUT INTG-SORTED.
005760     PERFORM UNTIL END-OF-SORTED-FILE
005770         READ INTG-SORTED
005780             AT END
005790                 MOVE 'Y' TO IG-SORTED-EOF-SWITCH
005800             NOT AT END
005810                 PERFORM 4200-COUNT-ONE-LINK
005820                     THRU 4200-EXIT
005830         END-READ
005840     END-PERFORM.
005850     IF NOT FIRST-SORTED-RECORD
005860         PERFORM 4400-END-OF-CUSTOMER
005870             THRU 4400-EXIT
005880     END-IF.
005890     CLOSE INTG-SORTED.
005900 4000-EXIT.
005910     EXIT.
005920*
005930*****************************************************************
005940* 4200-COUNT-ONE-LINK - BREAK ON A CHANGE OF CUSTOMER, THEN
005950* COUNT THE LINK AND WHETHER ITS ACCOUNT IS CLOSED.
005960*****************************************************************
005970 4200-COUNT-ONE-LINK.
005980     IF FIRST-SORTED-RECORD
005990         MOVE 'N' TO IG-FIRST-REC-SWITCH
006000         MOVE INTS-CUST-NO TO IG-PREV-CUST-NO
006010     ELSE
006020         IF INTS-CUST-NO NOT = IG-PREV-CUST-NO
006030             PERFORM 4400-END-OF-CUSTOMER
006040                 THRU 4400-EXIT
006050             MOVE INTS-CUST-NO TO IG-PREV-CUST-NO
006060         END-IF
006070     END-IF.
006080     ADD 1 TO IG-CUST-LINK-COUNT.
006090     IF INTS-CLOSED
006100         ADD 1 TO IG-CUST-CLOSED-COUNT
006110     END-IF.
006120 4200-EXIT.
006130     EXIT.
006140*
006150*****************************************************************
006160* 4400-END-OF-CUSTOMER - LIST THE CUSTOMER JUST ENDED WHEN ALL
006170* THEIR LINKED ACCOUNTS ARE CLOSED, AND RESET THE COUNTS.
006180*****************************************************************
006190 4400-END-OF-CUSTOMER.
006200     ADD 1 TO IG-CUSTOMERS-CHECKED.
006210     IF IG-CUST-CLOSED-COUNT = IG-CUST-LINK-COUNT
006220         PERFORM 4600-LIST-CUSTOMER
006230             THRU 4600-EXIT
006240     END-IF.
006250     MOVE ZERO TO IG-CUST-LINK-COUNT.
006260     MOVE ZERO TO IG-CUST-CLOSED-COUNT.
006270 4400-EXIT.
006280     EXIT.
006290*
006300*****************************************************************
006310* 4600-LIST-CUSTOMER - LIST ONE CUSTOMER WHOSE LINKED ACCOUNTS
006320* ARE ALL CLOSED, NAMED FROM THE CUSTOMER MASTER WHEN IT IS ON
006330* HAND.
006340*****************************************************************
006350 4600-LIST-CUSTOMER.
006360     ADD 1 TO IG-CUST-CLOSED-TOTAL.
006370     MOVE "CUST-CLOSED"  TO IG-EXC-CATEGORY.
006380     MOVE SPACES         TO IG-EXC-ACCT-NO.
006390     MOVE IG-PREV-CUST-NO TO IG-EXC-CUST-NO.
006400     MOVE SPACES         TO IG-EXC-TEXT.
006410     MOVE "*UNKNOWN*"    TO IG-EXC-TEXT(1:15).
006420     IF CUST-MASTER-ON-HAND
006430         MOVE IG-PREV-CUST-NO TO CUST-NO
006440         READ CUST-MASTER
006450             INVALID KEY
006460                 CONTINUE
006470             NOT INVALID KEY
006480                 MOVE CUST-LAST-NAME  TO IG-EXC-TEXT(1:15)
006490                 MOVE CUST-FIRST-NAME TO IG-EXC-TEXT(17:15)
006500         END-READ
006510     END-IF.
006520     MOVE "ALL LINKED ACCOUNTS CLOSED" TO IG-EXC-ACTION.
006530     PERFORM 8000-WRITE-EXCEPTION
006540         THRU 8000-EXIT.
006550 4600-EXIT.
006560     EXIT.
006570*
006580*****************************************************************
006590* 5000-CHECK-NAME-INDEX - READ THE NAME INDEX FRONT TO BACK AND
006600* CHECK EACH ENTRY AGAINST ITS MASTER RECORD.
006610*****************************************************************
006620 5000-CHECK-NAME-INDEX.
006630     OPEN INPUT NAME-INDEX.
006640     IF IG-NIDX-FILE-STATUS NOT = "00"
006650         DISPLAY "ACCTINTG - NO NAME INDEX (ACCTNAME.DAT)"
006660             " - NAME CHECK PASSED OVER"
006670         GO TO 5000-EXIT
006680     END-IF.
006690     PERFORM UNTIL END-OF-NAME-INDEX
006700         READ NAME-INDEX
006710             AT END
006720                 MOVE 'Y' TO IG-NIDX-EOF-SWITCH
006730             NOT AT END
006740                 ADD 1 TO IG-NIDX-READ
006750                 PERFORM 5200-CHECK-ONE-NAME
006760                     THRU 5200-EXIT
006770         END-READ
006780     END-PERFORM.
006790     CLOSE NAME-INDEX.
006800 5000-EXIT.
006810     EXIT.
006820*
006830*****************************************************************
006840* 5200-CHECK-ONE-NAME - AN ENTRY WHOSE ACCOUNT IS NOT ON THE
006850* MASTER, OR WHOSE LAST NAME (UPPER-CASED, AS ACCTNIDX KEYS IT)
006860* OR FIRST NAME DIFFERS FROM THE MASTER, IS LISTED.
006870*****************************************************************
006880 5200-CHECK-ONE-NAME.
006890     MOVE NIDX-ACCT-NO TO IG-LOOKUP-ACCT-NO.
006900     PERFORM 2500-LOOK-UP-ACCOUNT
006910         THRU 2500-EXIT.
006920     MOVE SPACES TO IG-EXC-TEXT.
006930     IF NOT RECORD-FOUND
006940         MOVE "ENTRY FOR ACCOUNT NOT ON MASTER" TO IG-EXC-TEXT
006950     ELSE
006960         MOVE LAST-NAME TO IG-UPPER-LAST-NAME
006970         INSPECT IG-UPPER-LAST-NAME CONVERTING
006980             "abcdefghijklmnopqrstuvwxyz" TO
006990             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
007000         IF IG-UPPER-LAST-NAME NOT = NIDX-LAST-NAME
007010             MOVE "LAST NAME - MASTER NOW" TO IG-EXC-TEXT
007020             MOVE IG-UPPER-LAST-NAME TO IG-EXC-TEXT(24:15)
007030         ELSE
007040             IF FIRST-NAME NOT = NIDX-FIRST-NAME
007050                 MOVE "FIRST NAME - MASTER NOW" TO IG-EXC-TEXT
007060                 MOVE FIRST-NAME TO IG-EXC-TEXT(25:15)
007070             END-IF
007080         END-IF
007090     END-IF.
007100     IF IG-EXC-TEXT = SPACES
007110         GO TO 5200-EXIT
007120     END-IF.
007130     ADD 1 TO IG-NIDX-BAD-COUNT.
007140     MOVE "NAME-INDEX"   TO IG-EXC-CATEGORY.
007150     MOVE NIDX-ACCT-NO   TO IG-EXC-ACCT-NO.
007160     MOVE SPACES         TO IG-EXC-CUST-NO.
007170     MOVE "RERUN ACCTNIDX" TO IG-EXC-ACTION.
007180     PERFORM 8000-WRITE-EXCEPTION
007190         THRU 8000-EXIT.
007200 5200-EXIT.
007210     EXIT.
007220*
007230*****************************************************************
007240* 6000-CHECK-HISTORY - READ THE HISTORY FILE IN KEY ORDER, SO
007250* EACH ACCOUNT'S ENTRIES COME TOGETHER, AND CHECK EACH DISTINCT
007260* ACCOUNT ONCE AT ITS BREAK.
007270*****************************************************************
007280 6000-CHECK-HISTORY.
007290     OPEN INPUT HIST-FILE.
007300     IF IG-HIST-FILE-STATUS NOT = "00"
007310         DISPLAY "ACCTINTG - NO HISTORY FILE (ACCTHST.DAT)"
007320             " - HISTORY CHECK PASSED OVER"
007330         GO TO 6000-EXIT
007340     END-IF.
007350     PERFORM UNTIL END-OF-HISTORY
007360         READ HIST-FILE
007370             AT END
007380                 MOVE 'Y' TO IG-HIST-EOF-SWITCH
007390             NOT AT END
007400                 ADD 1 TO IG-HIST-READ
007410                 PERFORM 6200-COUNT-ONE-ENTRY
007420                     THRU 6200-EXIT
007430         END-READ
007440     END-PERFORM.
007450     IF IG-HIST-ACCT-ENTRIES > ZERO
007460         PERFORM 6400-END-OF-ACCOUNT
007470             THRU 6400-EXIT
007480     END-IF.
007490     CLOSE HIST-FILE.
007500 6000-EXIT.
007510     EXIT.
007520*
007530*****************************************************************
007540* 6200-COUNT-ONE-ENTRY - BREAK ON A CHANGE OF ACCOUNT, THEN
007550* COUNT THE ENTRY.
007560*****************************************************************
007570 6200-COUNT-ONE-ENTRY.
007580     IF IG-HIST-ACCT-ENTRIES > ZERO
007590             AND HST-ACCT-NO NOT = IG-PREV-HIST-ACCT
007600         PERFORM 6400-END-OF-ACCOUNT
007610             THRU 6400-EXIT
007620     END-IF.
007630     MOVE HST-ACCT-NO TO IG-PREV-HIST-ACCT.
007640     ADD 1 TO IG-HIST-ACCT-ENTRIES.
007650 6200-EXIT.
007660     EXIT.
007670*
007680*****************************************************************
007690* 6400-END-OF-ACCOUNT - LIST THE ACCOUNT JUST ENDED, WITH ITS
007700* ENTRY COUNT, WHEN IT IS ON NEITHER THE MASTER NOR THE
007710* ARCHIVE, AND RESET THE COUNT.
007720*****************************************************************
007730 6400-END-OF-ACCOUNT.
007740     ADD 1 TO IG-HIST-ACCTS-CHECKED.
007750     MOVE IG-PREV-HIST-ACCT TO IG-LOOKUP-ACCT-NO.
007760     PERFORM 2500-LOOK-UP-ACCOUNT
007770         THRU 2500-EXIT.
007780     IF NOT RECORD-FOUND AND NOT ACCT-ON-ARCHIVE
007790         ADD 1 TO IG-HIST-ORPHAN-COUNT
007800         MOVE "HIST-ORPHAN"  TO IG-EXC-CATEGORY
007810         MOVE IG-PREV-HIST-ACCT TO IG-EXC-ACCT-NO
007820         MOVE SPACES         TO IG-EXC-CUST-NO
007830         MOVE IG-HIST-ACCT-ENTRIES TO IG-HIST-ENTRIES-O
007840         MOVE SPACES         TO IG-EXC-TEXT
007850         MOVE IG-HIST-ENTRIES-O TO IG-EXC-TEXT(1:9)
007860         MOVE "ENTRIES - ON NEITHER FILE" TO IG-EXC-TEXT(11:25)
007870         MOVE "RESOLVE BY HAND" TO IG-EXC-ACTION
007880         PERFORM 8000-WRITE-EXCEPTION
007890             THRU 8000-EXIT
007900     END-IF.
007910     MOVE ZERO TO IG-HIST-ACCT-ENTRIES.
007920 6400-EXIT.
007930     EXIT.
007940*
007950*****************************************************************
007960* 7000-FINALIZE - WRITE THE COUNT PER CATEGORY TO THE REPORT,
007970* CLOSE THE FILES AND DISPLAY THE SAME TOTALS ON THE CONSOLE.
007980*****************************************************************
007990 7000-FINALIZE.
008000     MOVE SPACES TO INTG-MARKER-LINE.
008010     WRITE INTG-MARKER-LINE.
008020     MOVE SPACES TO INTG-TOTAL-LINE.
008030     MOVE "XREF-ORPHAN - LINKS TO NO MASTER ACCT : " TO
008040         INTT-LABEL-O.
008050     MOVE IG-XREF-ORPHAN-COUNT TO INTT-COUNT-O.
008060     WRITE INTG-TOTAL-LINE.
008070     MOVE SPACES TO INTG-TOTAL-LINE.
008080     MOVE "CUST-CLOSED - ALL ACCOUNTS CLOSED     : " TO
008090         INTT-LABEL-O.
008100     MOVE IG-CUST-CLOSED-TOTAL TO INTT-COUNT-O.
008110     WRITE INTG-TOTAL-LINE.
008120     MOVE SPACES TO INTG-TOTAL-LINE.
008130     MOVE "NAME-INDEX  - ENTRIES NOT MATCHING    : " TO
008140         INTT-LABEL-O.
008150     MOVE IG-NIDX-BAD-COUNT TO INTT-COUNT-O.
008160     WRITE INTG-TOTAL-LINE.
008170     MOVE SPACES TO INTG-TOTAL-LINE.
008180     MOVE "HIST-ORPHAN - ACCOUNTS ON NEITHER FILE: " TO
008190         INTT-LABEL-O.
008200     MOVE IG-HIST-ORPHAN-COUNT TO INTT-COUNT-O.
008210     WRITE INTG-TOTAL-LINE.
008220     MOVE SPACES TO INTG-TOTAL-LINE.
008230     MOVE "TOTAL EXCEPTIONS                      : " TO
008240         INTT-LABEL-O.
008250     MOVE IG-EXCEPTION-COUNT TO INTT-COUNT-O.
008260     WRITE INTG-TOTAL-LINE.
008270     MOVE SPACES TO INTG-TOTAL-LINE.
008280     MOVE "UNLINKS QUEUED ON ACCTCTRN.DAT        : " TO
008290         INTT-LABEL-O.
008300     MOVE IG-UNLINK-COUNT TO INTT-COUNT-O.
008310     WRITE INTG-TOTAL-LINE.
008320     IF ARCH-TABLE-FULL
008330         MOVE SPACES TO INTG-MARKER-LINE
008340         MOVE "*** OVER 10000 ARCHIVED ACCOUNTS - INCOMPLETE" TO
008350             INTG-MARKER-LINE
008360         WRITE INTG-MARKER-LINE
008370     END-IF.
008380     CLOSE INTG-REPORT.
008390     CLOSE ACCT-REC.
008400     IF CUST-MASTER-ON-HAND
008410         CLOSE CUST-MASTER
008420     END-IF.
008430     IF CUST-TRAN-OPEN
008440         CLOSE CUST-TRAN
008450     END-IF.
008460     DISPLAY "ACCTINTG RUN TOTALS -".
008470     DISPLAY "  ARCHIVED ACCOUNTS      : " IG-ARCH-COUNT.
008480     DISPLAY "  XREF ROWS READ         : " IG-XREF-READ.
008490     DISPLAY "  CUSTOMERS CHECKED      : " IG-CUSTOMERS-CHECKED.
008500     DISPLAY "  NAME INDEX ENTRIES READ: " IG-NIDX-READ.
008510     DISPLAY "  HISTORY ENTRIES READ   : " IG-HIST-READ.
008520     DISPLAY "  HISTORY ACCTS CHECKED  : " IG-HIST-ACCTS-CHECKED.
008530     DISPLAY "  XREF-ORPHAN            : " IG-XREF-ORPHAN-COUNT.
008540     DISPLAY "  CUST-CLOSED            : " IG-CUST-CLOSED-TOTAL.
008550     DISPLAY "  NAME-INDEX             : " IG-NIDX-BAD-COUNT.
008560     DISPLAY "  HIST-ORPHAN            : " IG-HIST-ORPHAN-COUNT.
008570     DISPLAY "  TOTAL EXCEPTIONS       : " IG-EXCEPTION-COUNT.
008580     DISPLAY "  UNLINKS QUEUED         : " IG-UNLINK-COUNT.
008590 7000-EXIT.
008600     EXIT.
008610*
008620*****************************************************************
008630* 8000-WRITE-EXCEPTION - WRITE ONE EXCEPTION LINE FROM THE
008640* IG-EXC- FIELDS SET BY THE CALLER AND COUNT IT.
008650*****************************************************************
008660 8000-WRITE-EXCEPTION.
008670     MOVE SPACES TO INTG-DETAIL-LINE.
008680     MOVE IG-EXC-CATEGORY TO INTD-CATEGORY-O.
008690     MOVE IG-EXC-ACCT-NO  TO INTD-ACCT-NO-O.
008700     MOVE IG-EXC-CUST-NO  TO INTD-CUST-NO-O.
008710     MOVE IG-EXC-TEXT     TO INTD-TEXT-O.
008720     MOVE IG-EXC-ACTION   TO INTD-ACTION-O.
008730     WRITE INTG-DETAIL-LINE.
008740     ADD 1 TO IG-EXCEPTION-COUNT.
008750 8000-EXIT.
008760     EXIT.
008770*
008780*****************************************************************
008790* 9000-SET-RETURN-CODE - END THE STEP WITH RETURN CODE 8 WHEN
008800* THE SWEEP COULD NOT BE TRUSTED, OR 4 WHEN IT LISTED ANY
008810* EXCEPTION, SO ACCTNITE CAN TELL THE TWO APART.
008820*****************************************************************
008830 9000-SET-RETURN-CODE.
008840     IF STEP-FAILED
008850         MOVE 8 TO RETURN-CODE
008860         GO TO 9000-EXIT
008870     END-IF.
008880     IF IG-EXCEPTION-COUNT > ZERO
008890         MOVE 4 TO RETURN-CODE
008900     END-IF.
008910 9000-EXIT.
008920     EXIT.
