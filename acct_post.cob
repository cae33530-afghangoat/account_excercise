000254*                       AN EDIT REPORT (ACCTPBAT.DAT) AND RETURN
000255*                       CODE 8, SO A TRUNCATED OR MIS-KEYED
000256*                       BATCH CAN NO LONGER SILENTLY POST SHORT.
000257*    10/15/2026  RH     NEW TRAN CODE W (CHARGE-OFF), QUEUED BY
000258*                       THE ACCTCHGO APPROVAL RUN. THE BALANCE
000259*                       OWED IS WRITTEN OFF TO ZERO AND THE
000260*                       ACCOUNT MOVES TO CHARGED-OFF STATUS ('W').
000261*                       A PAYMENT LATER RECEIVED ON A CHARGED-OFF
000262*                       ACCOUNT, FROM ACCTLBX OR KEYED, POSTS AS
000263*                       A RECOVERY - JOURNALED AS TRAN CODE R,
000264*                       LISTED ON ITS OWN REPORT (ACCTPRCV.DAT)
000265*                       AND NEVER RESTORING THE RECEIVABLE. ANY
000266*                       OTHER POSTING TO A CHARGED-OFF ACCOUNT IS
000267*                       REJECTED.
000268*    10/15/2026  RH     A W FOR AN ACCOUNT THAT NO LONGER OWES -
000269*                       A PAYMENT POSTED BETWEEN THE CHARGE-OFF
000270*                       LIST AND ITS APPROVAL LEFT THE BALANCE AT
000271*                       ZERO OR IN CREDIT - IS REJECTED TO
000272*                       ACCTPERR.DAT INSTEAD OF WIPING THE BALANCE
000273*                       AND MARKING A PAID-UP ACCOUNT CHARGED OFF.
000240* ACCTPMT.DAT IS SORTED INTO ACCT-NO SEQUENCE AND THEN
000250* MATCH-MERGED AGAINST THE EXISTING ACCTREC.DAT (THE "OLD
000260* MASTER") TO PRODUCE ACCTRECP.DAT (THE "POSTED MASTER"). THE
000370*                               BALANCE.
000380*    TRAN CODE J (ADJUSTMENT) - SIGNED AMOUNT IS ADDED TO THE
000390*                               BALANCE AS KEYED.
000391*    TRAN CODE W (CHARGE-OFF) - THE WHOLE BALANCE IS WRITTEN OFF
000392*                               TO ZERO AND THE ACCOUNT IS MARKED
000393*                               CHARGED OFF. THE AMOUNT ON THE
000394*                               TRANSACTION IS THE APPROVED FIGURE
000396*                               AND ONLY PROVES THE BATCH. A W
000398*                               FOR AN ACCOUNT NOT IN DEBIT IS
000400*                               REJECTED.
000402*    TRAN CODE R (RECOVERY)   - NEVER KEYED. A P TO A CHARGED-OFF
000404*                               ACCOUNT IS JOURNALED AS AN R, WITH
000406*                               THE BALANCE LEFT AT ZERO.
000408*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000570         ORGANIZATION IS LINE SEQUENTIAL.
000572     SELECT BATCH-REPORT ASSIGN TO "ACCTPBAT.DAT"
000574         ORGANIZATION IS LINE SEQUENTIAL.
000576     SELECT RECOVERY-REPORT ASSIGN TO "ACCTPRCV.DAT"
000578         ORGANIZATION IS LINE SEQUENTIAL.
000580*
000590 DATA DIVISION.
000600 FILE SECTION.
000840          88  PMT-PAYMENT                 VALUE 'P'.
000850          88  PMT-CHARGE                  VALUE 'C'.
000860          88  PMT-ADJUSTMENT              VALUE 'J'.
000865          88  PMT-CHARGE-OFF              VALUE 'W'.
000870      05  PMT-ACCT-NO         PIC X(08).
000880      05  PMT-AMOUNT          PIC S9(7)V99 COMP-3.
000890      05  PMT-REFERENCE       PIC X(20).
001024          88  OMAST-ACTIVE                VALUE 'A', ' '.
001025          88  OMAST-SUSPENDED             VALUE 'S'.
001026          88  OMAST-CLOSED                VALUE 'X'.
001028          88  OMAST-CHARGED-OFF           VALUE 'W'.
001030*
001040*  POSTED MASTER PRODUCED BY THIS RUN.
001050  FD  POSTED-MASTER
001471  FD  BATCH-REPORT
001472      RECORDING MODE F.
001473  01  BATCH-REPORT-REC        PIC X(80).
001474*
001475*****************************************************************
001476* RECOVERY-REPORT - EVERY PAYMENT RECEIVED ON A CHARGED-OFF
001477* ACCOUNT, REPORTED APART FROM THE RECEIVABLE POSTINGS SO THE
001478* RECOVERIES CAN BE TAKEN TO INCOME (10/15/2026).
001479*****************************************************************
001480  FD  RECOVERY-REPORT
001481      RECORDING MODE F.
001482  01  RECOVERY-REPORT-REC     PIC X(80).
001470*
001480 WORKING-STORAGE SECTION.
001490*
001720  77  AP-PAYMENT-TOTAL        PIC S9(9)V99 COMP-3 VALUE ZERO.
001730  77  AP-CHARGE-TOTAL         PIC S9(9)V99 COMP-3 VALUE ZERO.
001740  77  AP-ADJUST-TOTAL         PIC S9(9)V99 COMP-3 VALUE ZERO.
001741*
001742*  CHARGE-OFF AND RECOVERY TOTALS (10/15/2026).
001743  77  AP-CHGOFF-COUNT         PIC 9(7) COMP VALUE ZERO.
001744  77  AP-CHGOFF-TOTAL         PIC S9(9)V99 COMP-3 VALUE ZERO.
001745  77  AP-RECOVERY-COUNT       PIC 9(7) COMP VALUE ZERO.
001746  77  AP-RECOVERY-TOTAL       PIC S9(9)V99 COMP-3 VALUE ZERO.
001747  77  AP-RECOVERY-ED          PIC Z,ZZZ,ZZ9.99-.
001748  77  AP-RECOVERY-COUNT-ED    PIC ZZZ,ZZ9.
001750*
001760  77  AP-ERROR-REASON         PIC X(40)   VALUE SPACES.
001762*
002000     OPEN OUTPUT POSTED-MASTER.
002010     OPEN OUTPUT JOURNAL-FILE.
002020     OPEN OUTPUT ERROR-FILE.
002021     OPEN OUTPUT RECOVERY-REPORT.
002022     MOVE SPACES TO RECOVERY-REPORT-REC.
002023     STRING "RECOVERIES ON CHARGED-OFF ACCOUNTS - "
002024         DELIMITED BY SIZE
002025         AP-RUN-DATE DELIMITED BY SIZE
002026         INTO RECOVERY-REPORT-REC
002027     END-STRING.
002028     WRITE RECOVERY-REPORT-REC.
002030 1000-EXIT.
002040     EXIT.
002050*
003265             THRU 3700-EXIT
003266         GO TO 3650-NEXT-TRANSACTION
003267     END-IF.
003268     IF OMAST-CHARGED-OFF AND PMT-PAYMENT
003269         PERFORM 3620-POST-RECOVERY
003270             THRU 3620-EXIT
003271         GO TO 3650-NEXT-TRANSACTION
003272     END-IF.
003273     IF OMAST-CHARGED-OFF
003274         MOVE "ACCOUNT CHARGED OFF - POSTING REJECTED" TO
003275             AP-ERROR-REASON
003276         PERFORM 3700-WRITE-ERROR
003277             THRU 3700-EXIT
003278         GO TO 3650-NEXT-TRANSACTION
003279     END-IF.
003268     IF OMAST-SUSPENDED AND PMT-CHARGE
003269         MOVE "ACCOUNT SUSPENDED - CHARGE REJECTED" TO
003271             AP-ERROR-REASON
003273             THRU 3700-EXIT
003274         GO TO 3650-NEXT-TRANSACTION
003275     END-IF.
003276     IF PMT-CHARGE-OFF AND OMAST-ACCT-BALANCE NOT < ZERO
003277         MOVE "NOTHING OWED - CHARGE-OFF REJECTED" TO
003278             AP-ERROR-REASON
003279         PERFORM 3700-WRITE-ERROR
003280             THRU 3700-EXIT
003281         GO TO 3650-NEXT-TRANSACTION
003282     END-IF.
003270     MOVE OMAST-ACCT-BALANCE TO AP-PRIOR-BALANCE.
003280     EVALUATE TRUE
003290         WHEN PMT-PAYMENT
003320             COMPUTE AP-SIGNED-AMOUNT = ZERO - PMT-AMOUNT
003330         WHEN PMT-ADJUSTMENT
003340             MOVE PMT-AMOUNT TO AP-SIGNED-AMOUNT
003343         WHEN PMT-CHARGE-OFF
003346             COMPUTE AP-SIGNED-AMOUNT = ZERO - OMAST-ACCT-BALANCE
003350         WHEN OTHER
003360             MOVE "UNKNOWN TRANSACTION CODE" TO AP-ERROR-REASON
003370             PERFORM 3700-WRITE-ERROR
003570         WHEN PMT-ADJUSTMENT
003580             ADD 1 TO AP-ADJUST-COUNT
003590             ADD PMT-AMOUNT TO AP-ADJUST-TOTAL
003592         WHEN PMT-CHARGE-OFF
003594             MOVE 'W' TO OMAST-ACCT-STATUS
003596             ADD 1 TO AP-CHGOFF-COUNT
003598             ADD AP-SIGNED-AMOUNT TO AP-CHGOFF-TOTAL
003600     END-EVALUATE.
003610     PERFORM 3680-WRITE-JOURNAL
003620         THRU 3680-EXIT.
003530 3600-EXIT.
003540     EXIT.
003550*
003551*****************************************************************
003552* 3620-POST-RECOVERY - A PAYMENT HAS ARRIVED ON A CHARGED-OFF
003553* ACCOUNT. THE RECEIVABLE STAYS WRITTEN OFF - THE BALANCE IS NOT
003554* TOUCHED - AND THE MONEY IS JOURNALED AS A RECOVERY (TRAN CODE
003555* R) AND LISTED ON THE RECOVERY REPORT (10/15/2026).
003556*****************************************************************
003557 3620-POST-RECOVERY.
003558     MOVE OMAST-ACCT-BALANCE TO AP-PRIOR-BALANCE.
003559     MOVE PMT-AMOUNT TO AP-SIGNED-AMOUNT.
003560     MOVE AP-RUN-DAY TO OMAST-LAST-ACTIVITY.
003561     MOVE 'R' TO PMT-TRAN-CODE.
003562     PERFORM 3680-WRITE-JOURNAL
003563         THRU 3680-EXIT.
003564     MOVE SPACES TO RECOVERY-REPORT-REC.
003565     MOVE PMT-AMOUNT TO AP-RECOVERY-ED.
003566     STRING PMT-ACCT-NO DELIMITED BY SIZE
003567         "  " DELIMITED BY SIZE
003568         AP-RECOVERY-ED DELIMITED BY SIZE
003569         "  " DELIMITED BY SIZE
003570         PMT-REFERENCE DELIMITED BY SIZE
003571         INTO RECOVERY-REPORT-REC
003572     END-STRING.
003573     WRITE RECOVERY-REPORT-REC.
003574     ADD 1 TO AP-RECOVERY-COUNT.
003575     ADD PMT-AMOUNT TO AP-RECOVERY-TOTAL.
003576 3620-EXIT.
003577     EXIT.
003578*
003560*****************************************************************
003570* 3680-WRITE-JOURNAL - JOURNAL ONE POSTING WITH THE PRIOR
003580* BALANCE, THE SIGNED TRANSACTION AMOUNT AND THE NEW BALANCE.
003930     CLOSE PMT-SORTED.
003940     CLOSE JOURNAL-FILE.
003950     CLOSE ERROR-FILE.
003951     MOVE SPACES TO RECOVERY-REPORT-REC.
003952     MOVE AP-RECOVERY-COUNT TO AP-RECOVERY-COUNT-ED.
003953     MOVE AP-RECOVERY-TOTAL TO AP-RECOVERY-ED.
003954     STRING "RECOVERIES : " DELIMITED BY SIZE
003955         AP-RECOVERY-COUNT-ED DELIMITED BY SIZE
003956         "   TOTAL RECOVERED : " DELIMITED BY SIZE
003957         AP-RECOVERY-ED DELIMITED BY SIZE
003958         INTO RECOVERY-REPORT-REC
003959     END-STRING.
003960     WRITE RECOVERY-REPORT-REC.
003961     MOVE "*** END OF REPORT ***" TO RECOVERY-REPORT-REC.
003962     WRITE RECOVERY-REPORT-REC.
003963     CLOSE RECOVERY-REPORT.
003960     DISPLAY "ACCTPOST RUN TOTALS -".
003970     DISPLAY "  PAYMENTS POSTED   : " AP-PAYMENT-COUNT.
003980     DISPLAY "  CHARGES POSTED    : " AP-CHARGE-COUNT.
003990     DISPLAY "  ADJUSTMENTS POSTED: " AP-ADJUST-COUNT.
003993     DISPLAY "  CHARGE-OFFS POSTED: " AP-CHGOFF-COUNT.
003996     DISPLAY "  RECOVERIES POSTED : " AP-RECOVERY-COUNT.
004000     DISPLAY "  ACCOUNTS CARRIED  : " AP-CARRY-COUNT.
004010     DISPLAY "  POSTINGS IN ERROR : " AP-ERROR-COUNT.
004020     DISPLAY "  PAYMENT TOTAL     : " AP-PAYMENT-TOTAL.
004030     DISPLAY "  CHARGE TOTAL      : " AP-CHARGE-TOTAL.
004040     DISPLAY "  ADJUSTMENT TOTAL  : " AP-ADJUST-TOTAL.
004043     DISPLAY "  CHARGE-OFF TOTAL  : " AP-CHGOFF-TOTAL.
004046     DISPLAY "  RECOVERY TOTAL    : " AP-RECOVERY-TOTAL.
004050 4000-EXIT.
004060     EXIT.
004070*
004160     CLOSE POSTED-MASTER.
004170     CLOSE JOURNAL-FILE.
004180     CLOSE ERROR-FILE.
004185     CLOSE RECOVERY-REPORT.
004190     DISPLAY "ACCTPOST - BATCH CONTROLS DO NOT BALANCE - "
004200         "NOTHING POSTED - SEE ACCTPBAT.DAT".
004210     MOVE 8 TO RETURN-CODE.
