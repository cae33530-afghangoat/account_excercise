000264*                       (ACCTTBAT.DAT) AND RETURN CODE 8, SO A
000265*                       TRUNCATED KEYING FILE CAN NO LONGER
000266*                       SILENTLY MERGE SHORT.
000267*    10/15/2026  RH     AN ADD OR CHANGE IS NOW REJECTED WHEN ITS
000268*                       COUNTRY IS NOT ON THE COUNTRY/CURRENCY
000269*                       REFERENCE FILE (ACCTCTRY.DAT), SO NO
000270*                       ACCOUNT REACHES THE MASTER WITHOUT A
000271*                       CURRENCY AND A FINANCE RATE. A REJECTED
000272*                       CHANGE LEAVES THE OLD MASTER RECORD AS
000273*                       IT WAS.
000274*    10/15/2026  RH     A CHANGE NO LONGER RESTAMPS THE ACCOUNT'S
000275*                       LAST-ACTIVITY DATE WHEN IT ONLY ALTERS THE
000276*                       CREDIT LIMIT, OR WHEN IT COMES FROM THE
000277*                       ACCTCLRV LIMIT REVIEW - A LIMIT DECISION
000278*                       IS NOT CUSTOMER ACTIVITY, AND RESTAMPING
000279*                       MADE DELINQUENT ACCOUNTS AGE AS CURRENT.
000280*                       EACH SORTED TRANSACTION NOW CARRIES THE
000281*                       SOURCE OF THE BATCH IT CAME IN.
000230* ACCTTRAN.DAT IS SORTED INTO ACCT-NO SEQUENCE AND THEN
000240* MATCH-MERGED AGAINST THE EXISTING ACCTREC.DAT (THE "OLD
000250* MASTER") TO PRODUCE ACCTRECN.DAT (THE "NEW MASTER"). THE
000341*                                TO ACTIVE, OR RE-ADDS AN
000342*                                ARCHIVED ACCOUNT FROM THE
000343*                                TRANSACTION IMAGE.
000344*
000345* AN ADD OR CHANGE MUST CARRY A COUNTRY THAT IS ON ACCTCTRY.DAT.
000340*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000498         ORGANIZATION IS LINE SEQUENTIAL.
000501     SELECT BATCH-REPORT ASSIGN TO "ACCTTBAT.DAT"
000502         ORGANIZATION IS LINE SEQUENTIAL.
000503     SELECT CTRY-FILE ASSIGN TO "ACCTCTRY.DAT"
000504         ORGANIZATION IS INDEXED
000505         ACCESS MODE IS DYNAMIC
000506         RECORD KEY IS CTRY-COUNTRY
000507         FILE STATUS IS AM-CTRY-FILE-STATUS.
000500*
000510 DATA DIVISION.
000520 FILE SECTION.
000780      05  TSRT-COUNTRY        PIC X(20).
000790      05  TSRT-COMMENTS       PIC X(30).
000792      05  TSRT-ACCT-STATUS    PIC X(01).
000796      05  TSRT-BATCH-SOURCE   PIC X(08).
000800*
000810*  TRANSACTIONS IN ACCT-NO SEQUENCE, READ DURING THE MERGE.
000820  FD  TRAN-SORTED
000950      05  TRAN-COUNTRY        PIC X(20).
000960      05  TRAN-COMMENTS       PIC X(30).
000962      05  TRAN-ACCT-STATUS    PIC X(01).
000966      05  TRAN-BATCH-SOURCE   PIC X(08).
000970*
000980*  EXISTING ACCT-REC MASTER, IN ACCT-NO SEQUENCE.
000990  FD  OLD-MASTER
001349  FD  BATCH-REPORT
001351      RECORDING MODE F.
001352  01  BATCH-REPORT-REC        PIC X(80).
001353*
001354*****************************************************************
001355* CTRY-FILE - THE KEYED COUNTRY/CURRENCY REFERENCE FILE
001356* MAINTAINED BY ACCTCTRY (10/15/2026). ONLY ITS KEY IS USED
001357* HERE, TO PROVE AN ADDED OR CHANGED ACCOUNT'S COUNTRY.
001358*****************************************************************
001359  FD  CTRY-FILE
001360      RECORDING MODE F.
001361  01  CTRY-FIELDS.
001362      05  CTRY-COUNTRY        PIC X(20).
001363      05  CTRY-CURR-CODE      PIC X(03).
001364      05  CTRY-MONTHLY-RATE   PIC SV9(4) COMP-3.
001365      05  CTRY-MINIMUM-CHARGE PIC S9(5)V99 COMP-3.
001366      05  CTRY-EFFECTIVE-DATE PIC 9(08).
001367      05  CTRY-PRIOR-CURR     PIC X(03).
001368      05  CTRY-PRIOR-RATE     PIC SV9(4) COMP-3.
001369      05  CTRY-PRIOR-MINIMUM  PIC S9(5)V99 COMP-3.
001370      05  CTRY-LAST-MAINT     PIC 9(08).
001337*
001320 WORKING-STORAGE SECTION.
001330*
001626  77  AM-COUNT-ED-2           PIC ZZZ,ZZ9.
001627  77  AM-HASH-ED              PIC -(9)9.99.
001628  77  AM-HASH-ED-2            PIC -(9)9.99.
001629*
001630*  COUNTRY REFERENCE FILE WORK FIELDS (10/15/2026). IF THE FILE
001631*  IS NOT THERE, NO COUNTRY CAN BE PROVED AND EVERY ADD AND
001632*  CHANGE IS REJECTED.
001633  77  AM-CTRY-FILE-STATUS     PIC X(02)   VALUE SPACES.
001634  77  AM-CTRY-ON-HAND-SWITCH  PIC X(01)   VALUE 'N'.
001635      88  CTRY-FILE-ON-HAND               VALUE 'Y'.
001636  77  AM-CTRY-FOUND-SWITCH    PIC X(01)   VALUE 'N'.
001637      88  COUNTRY-ON-FILE                 VALUE 'Y'.
001600*
001610 PROCEDURE DIVISION.
001620*
001834     IF AM-ARCH-FILE-STATUS NOT = "00"
001836         OPEN OUTPUT ARCHIVE-FILE
001838     END-IF.
001839     OPEN INPUT CTRY-FILE.
001840     IF AM-CTRY-FILE-STATUS = "00"
001841         MOVE 'Y' TO AM-CTRY-ON-HAND-SWITCH
001842     ELSE
001843         DISPLAY "NO COUNTRY FILE (ACCTCTRY.DAT) - "
001844             "EVERY ADD AND CHANGE WILL BE REJECTED"
001845     END-IF.
001840 1000-EXIT.
001850     EXIT.
001860*
001982*****************************************************************
001983* 2050-RELEASE-DETAILS - RE-READ ACCTTRAN.DAT AND RELEASE ONLY
001984* THE DETAIL TRANSACTIONS TO THE SORT, DROPPING THE BATCH
001985* CONTROL RECORDS (09/02/2026). EACH DETAIL CARRIES THE SOURCE
001986* FROM ITS BATCH HEADER (10/15/2026).
001987*****************************************************************
001988 2050-RELEASE-DETAILS.
001989     MOVE 'N' TO AM-TIN-EOF-SWITCH.
001990     OPEN INPUT TRAN-IN.
001991     PERFORM 1650-READ-TRAN-IN
001992         THRU 1650-EXIT.
001993     MOVE SPACES TO AM-BATCH-SOURCE.
001994     PERFORM UNTIL TIN-EOF
001995         IF TIN-BATCH-HEADER
001996             MOVE TBH-SOURCE-ID TO AM-BATCH-SOURCE
001997         END-IF
001998         IF NOT TIN-BATCH-HEADER AND NOT TIN-BATCH-TRAILER
001999             MOVE TRAN-IN-REC TO TRAN-SORT-REC
002000             MOVE AM-BATCH-SOURCE TO TSRT-BATCH-SOURCE
002001             RELEASE TRAN-SORT-REC
002002         END-IF
002003         PERFORM 1650-READ-TRAN-IN
002004             THRU 1650-EXIT
002102     END-PERFORM.
002103     CLOSE TRAN-IN.
002104 2050-EXIT.
002650* MASTER EARLIER IN THIS SAME RUN.
002660*****************************************************************
002670 3400-APPLY-TRAN-NO-MASTER.
002671     IF TRAN-ADD AND TRAN-ACCT-NO NOT = AM-LAST-WRITTEN-KEY
002672         PERFORM 3450-CHECK-COUNTRY
002673             THRU 3450-EXIT
002674         IF NOT COUNTRY-ON-FILE
002675             MOVE "COUNTRY NOT ON COUNTRY FILE" TO
002676                 AM-ERROR-REASON
002677             PERFORM 3700-WRITE-ERROR
002678                 THRU 3700-EXIT
002679             PERFORM 3200-READ-TRANSACTION
002680                 THRU 3200-EXIT
002681             GO TO 3400-EXIT
002682         END-IF
002683     END-IF.
002680     IF TRAN-ADD OR TRAN-REINSTATE
002690         IF TRAN-ACCT-NO = AM-LAST-WRITTEN-KEY
002700             MOVE "ACCOUNT ALREADY WRITTEN THIS RUN" TO
002940         THRU 3200-EXIT.
002950 3400-EXIT.
002960     EXIT.
002961*
002962*****************************************************************
002963* 3450-CHECK-COUNTRY - KEYED READ OF THE TRANSACTION'S COUNTRY ON
002964* THE COUNTRY/CURRENCY REFERENCE FILE. SETS COUNTRY-ON-FILE
002965* (10/15/2026).
002966*****************************************************************
002967 3450-CHECK-COUNTRY.
002968     MOVE 'N' TO AM-CTRY-FOUND-SWITCH.
002969     IF NOT CTRY-FILE-ON-HAND
002970         GO TO 3450-EXIT
002971     END-IF.
002972     MOVE TRAN-COUNTRY TO CTRY-COUNTRY.
002973     READ CTRY-FILE
002974         INVALID KEY
002975             CONTINUE
002976         NOT INVALID KEY
002977             MOVE 'Y' TO AM-CTRY-FOUND-SWITCH
002978     END-READ.
002979 3450-EXIT.
002980     EXIT.
002970*
002980*****************************************************************
002990* 3500-CARRY-OLD-MASTER - NO TRANSACTION APPLIES TO THIS
003212             MOVE NMAST-ACCT-NO       TO AM-LAST-WRITTEN-KEY
003213             ADD 1 TO AM-REINSTATE-COUNT
003210         WHEN TRAN-CHANGE
003212             PERFORM 3450-CHECK-COUNTRY
003214                 THRU 3450-EXIT
003216             IF COUNTRY-ON-FILE
003220                 MOVE TRAN-ACCT-NO      TO NMAST-ACCT-NO
003230                 MOVE TRAN-ACCT-LIMIT   TO NMAST-ACCT-LIMIT
003240                 MOVE TRAN-ACCT-BALANCE TO NMAST-ACCT-BALANCE
003250                 MOVE TRAN-LAST-NAME    TO NMAST-LAST-NAME
003260                 MOVE TRAN-FIRST-NAME   TO NMAST-FIRST-NAME
003270                 MOVE TRAN-RESERVED     TO NMAST-RESERVED
003273                 PERFORM 3650-SET-CHANGE-ACTIVITY
003276                     THRU 3650-EXIT
003280                 MOVE TRAN-COUNTRY      TO NMAST-COUNTRY
003290                 MOVE TRAN-COMMENTS     TO NMAST-COMMENTS
003294                 MOVE OMAST-ACCT-STATUS TO NMAST-ACCT-STATUS
003300                 WRITE NEW-MASTER-REC
003310                 MOVE NMAST-ACCT-NO     TO AM-LAST-WRITTEN-KEY
003320                 ADD 1 TO AM-CHANGE-COUNT
003321             ELSE
003322                 MOVE "COUNTRY NOT ON COUNTRY FILE" TO
003323                     AM-ERROR-REASON
003324                 PERFORM 3700-WRITE-ERROR
003325                     THRU 3700-EXIT
003326                 MOVE OLD-MASTER-REC TO NEW-MASTER-REC
003327                 WRITE NEW-MASTER-REC
003328                 MOVE NMAST-ACCT-NO     TO AM-LAST-WRITTEN-KEY
003329             END-IF
003330         WHEN TRAN-ADD
003340             MOVE "ACCOUNT ALREADY ON FILE - ADD REJECTED" TO
003350                 AM-ERROR-REASON
003510     PERFORM 3200-READ-TRANSACTION
003520         THRU 3200-EXIT.
003530 3600-EXIT.
003531     EXIT.
003532*
003533*****************************************************************
003534* 3650-SET-CHANGE-ACTIVITY - A CHANGE FROM THE ACCTCLRV LIMIT
003535* REVIEW, OR ONE THAT ALTERS NOTHING BUT THE CREDIT LIMIT, KEEPS
003536* THE ACCOUNT'S LAST-ACTIVITY DATE; ANY OTHER CHANGE IS STAMPED
003537* WITH THE RUN DATE (10/15/2026).
003538*****************************************************************
003539 3650-SET-CHANGE-ACTIVITY.
003540     MOVE AM-RUN-DAY TO NMAST-LAST-ACTIVITY.
003541     IF TRAN-BATCH-SOURCE = "ACCTCLRV"
003542         MOVE OMAST-RESERVED TO NMAST-RESERVED
003543         GO TO 3650-EXIT
003544     END-IF.
003545     IF TRAN-ACCT-BALANCE = OMAST-ACCT-BALANCE
003546             AND TRAN-LAST-NAME = OMAST-LAST-NAME
003547             AND TRAN-FIRST-NAME = OMAST-FIRST-NAME
003548             AND TRAN-COUNTRY = OMAST-COUNTRY
003549             AND TRAN-COMMENTS = OMAST-COMMENTS
003550         MOVE OMAST-RESERVED TO NMAST-RESERVED
003551     END-IF.
003552 3650-EXIT.
003540     EXIT.
003550*
003560*****************************************************************
003760     CLOSE TRAN-SORTED.
003770     CLOSE ERROR-FILE.
003772     CLOSE ARCHIVE-FILE.
003773     IF CTRY-FILE-ON-HAND
003774         CLOSE CTRY-FILE
003775     END-IF.
003774     OPEN OUTPUT CONTROL-FILE.
003775     MOVE AM-RUN-DATE      TO CTL-RUN-DATE-O.
003776     MOVE AM-RUN-TIME      TO CTL-RUN-TIME-O.
003960     CLOSE NEW-MASTER.
003970     CLOSE ERROR-FILE.
003980     CLOSE ARCHIVE-FILE.
003982     IF CTRY-FILE-ON-HAND
003984         CLOSE CTRY-FILE
003986     END-IF.
003990     DISPLAY "ACCTMAINT - BATCH CONTROLS DO NOT BALANCE - "
004000         "NOTHING MERGED - SEE ACCTTBAT.DAT".
004010     MOVE 8 TO RETURN-CODE.
