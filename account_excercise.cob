000587*                       DETECTABLE. THE PAGE COUNTERS RIDE THE
000588*                       CHECKPOINT SO A RESTARTED RUN KEEPS
000589*                       NUMBERING WHERE IT LEFT OFF.
000590*    10/15/2026  RH     THE CURRENCY CODE FOR EACH COUNTRY NOW
000591*                       COMES FROM THE KEYED COUNTRY/CURRENCY
000592*                       REFERENCE FILE (ACCTCTRY.DAT) MAINTAINED
000593*                       BY ACCTCTRY, INSTEAD OF A HARD-CODED
000594*                       LIST. A COUNTRY NOT ON THE FILE, OR A
000595*                       MISSING FILE, STILL DEFAULTS TO USD.
000596*    10/15/2026  RH     CHARGED-OFF ACCOUNTS (STATUS 'W', SET BY
000597*                       ACCTPOST FROM THE ACCTCHGO RUN) GET NO
000598*                       DUNNING LETTER, ARE FLAGGED CHGO ON
000599*                       PRINT.DAT AND ARE LISTED AS CHARGED OFF IN
000600*                       THE STATUS SECTION. THEY ARE COUNTED WITH
000601*                       THE CLOSED ACCOUNTS IN THE STATUS TOTALS.
000602*    10/15/2026  RH     EVERY OVER-LIMIT EXCEPTION IS ALSO KEPT ON
000603*                       THE KEYED EXCEPTION HISTORY (ACCTEXHS.DAT,
000604*                       ACCOUNT + RUN DATE), SINCE EXCEPT.DAT ONLY
000605*                       HOLDS THE LATEST RUN. THE QUARTERLY
000606*                       ACCTCLRV CREDIT-LIMIT REVIEW COUNTS HOW
000607*                       OFTEN EACH ACCOUNT HAS GONE OVER LIMIT.
000608*                       A RESTARTED RUN DOES NOT RECORD AN
000609*                       ACCOUNT TWICE FOR THE SAME DATE.
000610*    10/15/2026  RH     NO DUNNING LETTER IS SENT WHEN THE OPEN
000611*                       DISPUTES ON THE KEYED DISPUTE FILE
000612*                       (ACCTDISP.DAT, MAINTAINED BY ACCTDSPM)
000613*                       COVER THE WHOLE OVERDUE BALANCE. THE
000614*                       LETTERS HELD ARE COUNTED ON THE CONSOLE.
000560*
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000988     SELECT SNAPSHOT-FILE ASSIGN TO "ACCTSNAP.DAT"
000991         ORGANIZATION IS LINE SEQUENTIAL
000992         FILE STATUS IS HW-SNAP-FILE-STATUS.
000993     SELECT CTRY-FILE ASSIGN TO "ACCTCTRY.DAT"
000994         ORGANIZATION IS INDEXED
000995         ACCESS MODE IS DYNAMIC
000996         RECORD KEY IS CTRY-COUNTRY
000997         FILE STATUS IS HW-CTRY-FILE-STATUS.
000998     SELECT EXHIST-FILE ASSIGN TO "ACCTEXHS.DAT"
000999         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS DYNAMIC
001001         RECORD KEY IS EXH-KEY
001002         FILE STATUS IS HW-EXHS-FILE-STATUS.
001003     SELECT DISP-FILE ASSIGN TO "ACCTDISP.DAT"
001004         ORGANIZATION IS INDEXED
001005         ACCESS MODE IS DYNAMIC
001006         RECORD KEY IS DSP-KEY
001007         FILE STATUS IS HW-DISP-FILE-STATUS.
000990*
001000 DATA DIVISION.
001010 FILE SECTION.
001544          88  ACCT-ACTIVE                 VALUE 'A', ' '.
001545          88  ACCT-SUSPENDED              VALUE 'S'.
001546          88  ACCT-CLOSED                 VALUE 'X'.
001547          88  ACCT-CHARGED-OFF            VALUE 'W'.
001540*
001550*****************************************************************
001560* EXCEPT-FILE - OVER-LIMIT EXCEPTION REPORT (08/09/2026)
002742                              SIGN IS TRAILING SEPARATE.
002743      05  SNPG-SUSPENDED-CNT  PIC 9(07).
002744      05  SNPG-CLOSED-CNT     PIC 9(07).
002745*
002746*****************************************************************
002747* CTRY-FILE - THE KEYED COUNTRY/CURRENCY REFERENCE FILE
002748* MAINTAINED BY ACCTCTRY, ONE RECORD PER COUNTRY (10/15/2026).
002749* THE PRIOR TERMS APPLY UNTIL THE EFFECTIVE DATE IS REACHED.
002750*****************************************************************
002751  FD  CTRY-FILE
002752      RECORDING MODE F.
002753  01  CTRY-FIELDS.
002754      05  CTRY-COUNTRY        PIC X(20).
002755      05  CTRY-CURR-CODE      PIC X(03).
002756      05  CTRY-MONTHLY-RATE   PIC SV9(4) COMP-3.
002757      05  CTRY-MINIMUM-CHARGE PIC S9(5)V99 COMP-3.
002758      05  CTRY-EFFECTIVE-DATE PIC 9(08).
002759      05  CTRY-PRIOR-CURR     PIC X(03).
002761      05  CTRY-PRIOR-RATE     PIC SV9(4) COMP-3.
002762      05  CTRY-PRIOR-MINIMUM  PIC S9(5)V99 COMP-3.
002763      05  CTRY-LAST-MAINT     PIC 9(08).
002764*
002765*****************************************************************
002766* EXHIST-FILE - KEYED HISTORY OF OVER-LIMIT EXCEPTIONS, ONE
002767* RECORD PER ACCOUNT PER RUN DATE, KEPT ACROSS RUNS FOR THE
002768* ACCTCLRV CREDIT-LIMIT REVIEW (10/15/2026).
002769*****************************************************************
002770  FD  EXHIST-FILE
002771      RECORDING MODE F.
002772  01  EXHIST-REC.
002773      05  EXH-KEY.
002774          10  EXH-ACCT-NO     PIC X(08).
002775          10  EXH-RUN-DATE    PIC 9(08).
002776      05  EXH-LIMIT           PIC S9(7)V99 COMP-3.
002777      05  EXH-BALANCE         PIC S9(7)V99 COMP-3.
002778      05  EXH-OVERAGE         PIC S9(7)V99 COMP-3.
002704*
002738*****************************************************************
002739* DISP-FILE - KEYED DISPUTE FILE MAINTAINED BY ACCTDSPM, READ TO
002740* HOLD THE DUNNING LETTER FOR A FULLY DISPUTED DEBIT
002741* (10/15/2026). THE LAYOUT MIRRORS DISP-FIELDS THERE.
002742*****************************************************************
002743  FD  DISP-FILE
002744      RECORDING MODE F.
002745  01  DISP-FIELDS.
002746      05  DSP-KEY.
002747          10  DSP-ACCT-NO     PIC X(08).
002748          10  DSP-SEQ         PIC 9(04).
002749      05  DSP-AMOUNT          PIC S9(7)V99 COMP-3.
002750      05  DSP-REFERENCE       PIC X(20).
002751      05  DSP-POSTED-DATE     PIC 9(08).
002752      05  DSP-OPEN-DATE       PIC 9(08).
002753      05  DSP-STATUS          PIC X(01).
002754          88  DSP-OPEN                    VALUE 'O'.
002755      05  DSP-RESOLVED-DATE   PIC 9(08).
002756      05  DSP-CREDIT-AMT      PIC S9(7)V99 COMP-3.
002757      05  DSP-REASON          PIC X(20).
002758      05  DSP-LAST-MAINT      PIC 9(08).
002759*
002700 WORKING-STORAGE SECTION.
002710*
002720*  DEMONSTRATION FIELDS CARRIED OVER FROM THE ORIGINAL EXERCISE.
003510*  CURRENCY-FORMATTING WORK FIELDS (08/09/2026).
003520  77  HW-CURR-CODE            PIC X(3)    VALUE "USD".
003521*
003522*  COUNTRY REFERENCE FILE WORK FIELDS (10/15/2026). THE FILE IS
003523*  OPENED ONCE AT INITIALIZATION; IF IT IS NOT THERE EVERY
003524*  ACCOUNT FALLS BACK TO USD.
003525  77  HW-CTRY-FILE-STATUS     PIC X(02)   VALUE SPACES.
003526  77  HW-CTRY-ON-HAND-SWITCH  PIC X(01)   VALUE 'N'.
003527      88  CTRY-FILE-ON-HAND                VALUE 'Y'.
003528*
003529*  EXCEPTION HISTORY FILE STATUS (10/15/2026). THE FILE IS
003530*  CREATED EMPTY ON FIRST USE.
003531  77  HW-EXHS-FILE-STATUS     PIC X(02)   VALUE SPACES.
003532*
003533*  DISPUTE FILE WORK FIELDS (10/15/2026). NO DISPUTE FILE MEANS
003534*  NOTHING IS IN DISPUTE.
003535  77  HW-DISP-FILE-STATUS     PIC X(02)   VALUE SPACES.
003536  77  HW-DISP-ON-HAND-SWITCH  PIC X(01)   VALUE 'N'.
003537      88  DISP-FILE-ON-HAND                VALUE 'Y'.
003538  77  HW-DISP-SCAN-SWITCH     PIC X(01)   VALUE 'N'.
003539      88  END-OF-DISPUTES                  VALUE 'Y'.
003540  77  HW-DISPUTED-AMT         PIC S9(7)V99 COMP-3 VALUE ZERO.
003541  77  HW-DUN-HELD-COUNT       PIC 9(7) COMP VALUE ZERO.
003521*
003522*  EXCHANGE-RATE TABLE AND USD CONSOLIDATION WORK FIELDS
003523*  (08/22/2026). THE TABLE IS LOADED FROM ACCTRATE.DAT AT
003524*  INITIALIZATION; A MISSING OR EMPTY TABLE SIMPLY LEAVES
003906     IF HW-SNAP-FILE-STATUS NOT = "00"
003907         OPEN OUTPUT SNAPSHOT-FILE
003908     END-IF.
003909     OPEN I-O EXHIST-FILE.
003910     IF HW-EXHS-FILE-STATUS NOT = "00"
003911         OPEN OUTPUT EXHIST-FILE
003912         CLOSE EXHIST-FILE
003913         OPEN I-O EXHIST-FILE
003914     END-IF.
003909     OPEN INPUT CTRY-FILE.
003910     IF HW-CTRY-FILE-STATUS = "00"
003911         MOVE 'Y' TO HW-CTRY-ON-HAND-SWITCH
003912     ELSE
003913         DISPLAY "NO COUNTRY FILE (ACCTCTRY.DAT) - "
003914             "ALL ACCOUNTS LISTED IN USD"
003921     END-IF.
003922     OPEN INPUT DISP-FILE.
003923     IF HW-DISP-FILE-STATUS = "00"
003924         MOVE 'Y' TO HW-DISP-ON-HAND-SWITCH
003915     END-IF.
003910     OPEN OUTPUT CHECKPOINT-FILE.
003920 1000-EXIT.
003930     EXIT.
006218         MOVE SPACES TO PRINT-STATUS-DTL-REC
006219         MOVE HW-STAT-ACCT-NO(HW-STATUS-SUB) TO
006221             STATDTL-ACCT-NO-O
006222         EVALUATE HW-STAT-CODE(HW-STATUS-SUB)
006223             WHEN 'S'
006224                 MOVE "SUSPENDED" TO STATDTL-STATUS-O
006225             WHEN 'W'
006226                 MOVE "CHGD OFF" TO STATDTL-STATUS-O
006227             WHEN OTHER
006228                 MOVE "CLOSED" TO STATDTL-STATUS-O
006226         END-EVALUATE
006227         MOVE HW-STAT-LAST(HW-STATUS-SUB) TO
006228             STATDTL-LAST-NAME-O
006229         MOVE HW-STAT-FIRST(HW-STATUS-SUB) TO
007074             MOVE "SUSP" TO STATUS-FLAG-O
007075         WHEN ACCT-CLOSED
007076             MOVE "CLSD" TO STATUS-FLAG-O
007077         WHEN ACCT-CHARGED-OFF
007078             MOVE "CHGO" TO STATUS-FLAG-O
007077         WHEN OTHER
007078             MOVE SPACES TO STATUS-FLAG-O
007079     END-EVALUATE.
007110*
007120*****************************************************************
007130* 2480-DETERMINE-CURRENCY - SET THE CURRENCY CODE TO PRINT WITH
007140* THIS ACCOUNT'S AMOUNTS BASED ON ITS COUNTRY (08/09/2026). THE
007150* CODE IS READ FROM THE COUNTRY REFERENCE FILE, USING THE PRIOR
007155* CODE UNTIL THE EFFECTIVE DATE IS REACHED (10/15/2026).
007158*****************************************************************
007160 2480-DETERMINE-CURRENCY.
007170     MOVE "USD" TO HW-CURR-CODE.
007180     IF NOT CTRY-FILE-ON-HAND
007190         GO TO 2480-EXIT
007200     END-IF.
007210     MOVE COUNTRY TO CTRY-COUNTRY.
007220     READ CTRY-FILE
007230         INVALID KEY
007240             CONTINUE
007250         NOT INVALID KEY
007260             IF HW-RUN-DATE < CTRY-EFFECTIVE-DATE
007270                 MOVE CTRY-PRIOR-CURR TO HW-CURR-CODE
007280             ELSE
007290                 MOVE CTRY-CURR-CODE TO HW-CURR-CODE
007300             END-IF
007310     END-READ.
007380 2480-EXIT.
007390     EXIT.
007391*
008290         MOVE HW-OVERAGE-AMT TO EXCPT-OVERAGE-O
008292         PERFORM 2840-CHECK-EXCEPT-PAGE
008294             THRU 2840-EXIT
008296         WRITE EXCEPT-REC
008298         ADD 1 TO HW-EXCEPT-LINE-COUNT
008300         MOVE ACCT-NO        TO EXH-ACCT-NO
008302         MOVE HW-RUN-DATE    TO EXH-RUN-DATE
008304         MOVE ACCT-LIMIT     TO EXH-LIMIT
008306         MOVE ACCT-BALANCE   TO EXH-BALANCE
008308         MOVE HW-OVERAGE-AMT TO EXH-OVERAGE
008310         WRITE EXHIST-REC
008312             INVALID KEY
008314                 CONTINUE
008316         END-WRITE
008318     END-IF.
008320 2600-EXIT.
008330     EXIT.
008340*
008350*****************************************************************
008360* 2650-WRITE-DUNNING-LETTER - SEND AN OVERDUE NOTICE TO EVERY
008366* ACCOUNT CARRYING A NEGATIVE BALANCE (08/09/2026). A DEBIT
008372* WHOLLY COVERED BY OPEN DISPUTES GETS NO LETTER (10/15/2026).
008380*****************************************************************
008390 2650-WRITE-DUNNING-LETTER.
008392     IF ACCT-SUSPENDED OR ACCT-CLOSED OR ACCT-CHARGED-OFF
008394         GO TO 2650-EXIT
008395     END-IF.
008396     IF ACCT-BALANCE < ZERO
008397         PERFORM 2660-SUM-OPEN-DISPUTES
008398             THRU 2660-EXIT
008399         IF HW-DISPUTED-AMT > ZERO
008400                 AND HW-DISPUTED-AMT + ACCT-BALANCE NOT < ZERO
008401             ADD 1 TO HW-DUN-HELD-COUNT
008402             GO TO 2650-EXIT
008403         END-IF
008396     END-IF.
008400     MOVE COMMENTS TO HW-COMMENTS-UC.
008410     INSPECT HW-COMMENTS-UC CONVERTING
008950     EXIT.
008960*
008970*****************************************************************
008971* 2660-SUM-OPEN-DISPUTES - ADD UP THE AMOUNTS THE ACCOUNT HAS
008972* UNDER OPEN DISPUTE INTO HW-DISPUTED-AMT (10/15/2026).
008973*****************************************************************
008974 2660-SUM-OPEN-DISPUTES.
008975     MOVE ZERO TO HW-DISPUTED-AMT.
008976     IF NOT DISP-FILE-ON-HAND
008977         GO TO 2660-EXIT
008978     END-IF.
008979     MOVE 'N' TO HW-DISP-SCAN-SWITCH.
008980     MOVE ACCT-NO TO DSP-ACCT-NO.
008981     MOVE ZERO    TO DSP-SEQ.
008982     START DISP-FILE KEY NOT < DSP-KEY
008983         INVALID KEY
008984             GO TO 2660-EXIT
008985     END-START.
008986     PERFORM UNTIL END-OF-DISPUTES
008987         READ DISP-FILE NEXT RECORD
008988             AT END
008989                 MOVE 'Y' TO HW-DISP-SCAN-SWITCH
008990             NOT AT END
008991                 IF DSP-ACCT-NO NOT = ACCT-NO
008992                     MOVE 'Y' TO HW-DISP-SCAN-SWITCH
008993                 ELSE
008994                     IF DSP-OPEN
008995                         ADD DSP-AMOUNT TO HW-DISPUTED-AMT
008996                     END-IF
008997                 END-IF
008998         END-READ
008999     END-PERFORM.
009000 2660-EXIT.
009001     EXIT.
009002*
009003*****************************************************************
008980* 3000-FINALIZE - CLOSE ALL FILES AND END THE RUN.
008990*****************************************************************
009000 3000-FINALIZE.
009050     CLOSE CSV-FILE.
009060     CLOSE AUDIT-FILE.
009070     CLOSE DUNNING-FILE.
009071     CLOSE SNAPSHOT-FILE.
009072     CLOSE EXHIST-FILE.
009073     IF CTRY-FILE-ON-HAND
009076         CLOSE CTRY-FILE
009078     END-IF.
009077     IF DISP-FILE-ON-HAND
009078         CLOSE DISP-FILE
009079     END-IF.
009080     IF HW-DUN-HELD-COUNT > ZERO
009081         DISPLAY "DUNNING LETTERS HELD - WHOLE DEBIT IN DISPUTE: "
009082             HW-DUN-HELD-COUNT
009083     END-IF.
009080     CLOSE CHECKPOINT-FILE.
009090     OPEN OUTPUT CHECKPOINT-FILE.
009100     CLOSE CHECKPOINT-FILE.
