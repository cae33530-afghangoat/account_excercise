000294*                       COUNT AND THE AMOUNT HASH TOTAL - SO
000295*                       ACCTPOST CAN PROVE THE ASSESSMENT FILE
000296*                       COMPLETE BEFORE POSTING IT.
000297*    10/15/2026  RH     THE CURRENCY, MONTHLY RATE AND MINIMUM
000298*                       CHARGE NOW COME FROM THE KEYED
000299*                       COUNTRY/CURRENCY REFERENCE FILE
000300*                       (ACCTCTRY.DAT) MAINTAINED BY ACCTCTRY,
000301*                       INSTEAD OF A HARD-CODED LIST, SO A RATE
000302*                       CHANGE NO LONGER NEEDS A PROGRAM CHANGE.
000303*                       A COUNTRY NOT ON THE FILE IS ASSESSED AT
000304*                       THE USD TERMS AND COUNTED ON THE
000305*                       REGISTER.
000306*    10/15/2026  RH     AMOUNTS UNDER OPEN DISPUTE ON THE KEYED
000307*                       DISPUTE FILE (ACCTDISP.DAT, MAINTAINED BY
000308*                       ACCTDSPM) ARE LEFT OUT OF THE OVERDUE
000309*                       AMOUNT THE CHARGE IS WORKED ON. AN
000310*                       ACCOUNT WHOSE WHOLE DEBIT IS IN DISPUTE
000311*                       IS NOT CHARGED AND IS COUNTED ON THE
000312*                       REGISTER.
000300*
000310* EVERY ASSESSMENT IS ALSO LISTED ON A REGISTER (ACCTFEER.DAT)
000320* SHOWING THE OVERDUE AMOUNT, THE RATE APPLIED AND THE CHARGE,
000470         FILE STATUS IS FC-PMT-FILE-STATUS.
000480     SELECT REGISTER-FILE ASSIGN TO "ACCTFEER.DAT"
000490         ORGANIZATION IS LINE SEQUENTIAL.
000491     SELECT CTRY-FILE ASSIGN TO "ACCTCTRY.DAT"
000492         ORGANIZATION IS INDEXED
000493         ACCESS MODE IS DYNAMIC
000494         RECORD KEY IS CTRY-COUNTRY
000495         FILE STATUS IS FC-CTRY-FILE-STATUS.
000496     SELECT DISP-FILE ASSIGN TO "ACCTDISP.DAT"
000497         ORGANIZATION IS INDEXED
000498         ACCESS MODE IS DYNAMIC
000499         RECORD KEY IS DSP-KEY
000500         FILE STATUS IS FC-DISP-FILE-STATUS.
000500*
000510 DATA DIVISION.
000520 FILE SECTION.
000804      05  PBT-HASH-TOTAL      PIC S9(9)V99
000805                              SIGN IS TRAILING SEPARATE.
000806      05  FILLER              PIC X(14).
000807*
000808*  KEYED COUNTRY/CURRENCY REFERENCE FILE MAINTAINED BY ACCTCTRY
000809*  (10/15/2026). THE PRIOR TERMS APPLY UNTIL THE EFFECTIVE DATE
000810*  IS REACHED.
000811  FD  CTRY-FILE
000812      RECORDING MODE F.
000813  01  CTRY-FIELDS.
000814      05  CTRY-COUNTRY        PIC X(20).
000815      05  CTRY-CURR-CODE      PIC X(03).
000816      05  CTRY-MONTHLY-RATE   PIC SV9(4) COMP-3.
000817      05  CTRY-MINIMUM-CHARGE PIC S9(5)V99 COMP-3.
000818      05  CTRY-EFFECTIVE-DATE PIC 9(08).
000819      05  CTRY-PRIOR-CURR     PIC X(03).
000820      05  CTRY-PRIOR-RATE     PIC SV9(4) COMP-3.
000821      05  CTRY-PRIOR-MINIMUM  PIC S9(5)V99 COMP-3.
000822      05  CTRY-LAST-MAINT     PIC 9(08).
000823*
000824*  KEYED DISPUTE FILE MAINTAINED BY ACCTDSPM (10/15/2026). THE
000825*  LAYOUT MIRRORS DISP-FIELDS THERE.
000826  FD  DISP-FILE
000827      RECORDING MODE F.
000828  01  DISP-FIELDS.
000829      05  DSP-KEY.
000830          10  DSP-ACCT-NO     PIC X(08).
000831          10  DSP-SEQ         PIC 9(04).
000832      05  DSP-AMOUNT          PIC S9(7)V99 COMP-3.
000833      05  DSP-REFERENCE       PIC X(20).
000834      05  DSP-POSTED-DATE     PIC 9(08).
000835      05  DSP-OPEN-DATE       PIC 9(08).
000836      05  DSP-STATUS          PIC X(01).
000837          88  DSP-OPEN                    VALUE 'O'.
000838      05  DSP-RESOLVED-DATE   PIC 9(08).
000839      05  DSP-CREDIT-AMT      PIC S9(7)V99 COMP-3.
000840      05  DSP-REASON          PIC X(20).
000841      05  DSP-LAST-MAINT      PIC 9(08).
000800*
000810*****************************************************************
000820* REGISTER-FILE - THE ASSESSMENT REGISTER, ONE LINE PER CHARGE
001330  77  FC-CURR-CODE            PIC X(3)    VALUE "USD".
001340  77  FC-MONTHLY-RATE         PIC SV9(4) COMP-3 VALUE ZERO.
001350  77  FC-MINIMUM-CHARGE       PIC S9(5)V99 COMP-3 VALUE ZERO.
001351*
001352*  COUNTRY REFERENCE FILE WORK FIELDS (10/15/2026). THE RATES
001353*  NOW COME FROM ACCTCTRY.DAT; IF IT IS NOT THERE EVERY ACCOUNT
001354*  FALLS BACK TO THE USD TERMS.
001355  77  FC-CTRY-FILE-STATUS     PIC X(02)   VALUE SPACES.
001356  77  FC-CTRY-ON-HAND-SWITCH  PIC X(01)   VALUE 'N'.
001357      88  CTRY-FILE-ON-HAND                VALUE 'Y'.
001358  77  FC-CTRY-FOUND-SWITCH    PIC X(01)   VALUE 'N'.
001359      88  COUNTRY-FOUND                    VALUE 'Y'.
001360  77  FC-NO-COUNTRY-COUNT     PIC 9(7) COMP VALUE ZERO.
001360*
001371*  DISPUTE FILE WORK FIELDS (10/15/2026). NO DISPUTE FILE MEANS
001372*  NOTHING IS IN DISPUTE.
001373  77  FC-DISP-FILE-STATUS     PIC X(02)   VALUE SPACES.
001374  77  FC-DISP-ON-HAND-SWITCH  PIC X(01)   VALUE 'N'.
001375      88  DISP-FILE-ON-HAND                VALUE 'Y'.
001376  77  FC-DISP-SCAN-SWITCH     PIC X(01)   VALUE 'N'.
001377      88  END-OF-DISPUTES                  VALUE 'Y'.
001378  77  FC-DISPUTED-AMT         PIC S9(7)V99 COMP-3 VALUE ZERO.
001379  77  FC-DISPUTED-COUNT       PIC 9(7) COMP VALUE ZERO.
001380*
001370*  ASSESSMENT WORK FIELDS.
001380  77  FC-OVERDUE-AMT          PIC S9(7)V99 COMP-3 VALUE ZERO.
001390  77  FC-CHARGE-AMT           PIC S9(7)V99 COMP-3 VALUE ZERO.
001736     MOVE FC-RUN-DATE TO PBH-BATCH-DATE.
001738     MOVE "ACCTFEES" TO PBH-SOURCE-ID.
001741     WRITE CHARGE-BATCH-HDR-REC.
001742     OPEN INPUT CTRY-FILE.
001743     IF FC-CTRY-FILE-STATUS = "00"
001744         MOVE 'Y' TO FC-CTRY-ON-HAND-SWITCH
001745     ELSE
001746         DISPLAY "NO COUNTRY FILE (ACCTCTRY.DAT) - "
001747             "ALL ACCOUNTS ASSESSED AT USD TERMS"
001748     END-IF.
001749     OPEN INPUT DISP-FILE.
001750     IF FC-DISP-FILE-STATUS = "00"
001751         MOVE 'Y' TO FC-DISP-ON-HAND-SWITCH
001752     END-IF.
001740     OPEN OUTPUT REGISTER-FILE.
001750     MOVE SPACES TO REG-HEADING-LINE.
001760     MOVE "FINANCE CHARGE ASSESSMENT FOR " TO
002160*****************************************************************
002170* 2300-ASSESS-ONE-ACCOUNT - COMPUTE ONE ACCOUNT'S FINANCE
002180* CHARGE AT ITS COUNTRY'S RATE, HOLD IT TO THE MINIMUM, QUEUE
002186* THE CHARGE TRANSACTION AND LIST IT ON THE REGISTER. AMOUNTS
002192* UNDER OPEN DISPUTE ARE NOT CHARGED ON (10/15/2026).
002200*****************************************************************
002210 2300-ASSESS-ONE-ACCOUNT.
002220     PERFORM 2480-DETERMINE-RATE
002230         THRU 2480-EXIT.
002240     COMPUTE FC-OVERDUE-AMT = ZERO - ACCT-BALANCE.
002241     PERFORM 2450-SUM-OPEN-DISPUTES
002242         THRU 2450-EXIT.
002243     SUBTRACT FC-DISPUTED-AMT FROM FC-OVERDUE-AMT.
002244     IF FC-OVERDUE-AMT NOT > ZERO
002245         ADD 1 TO FC-DISPUTED-COUNT
002246         GO TO 2300-EXIT
002247     END-IF.
002250     COMPUTE FC-CHARGE-AMT ROUNDED =
002260         FC-OVERDUE-AMT * FC-MONTHLY-RATE.
002270     MOVE 'N' TO FC-MINIMUM-SWITCH.
002390     EXIT.
002400*
002410*****************************************************************
002411* 2450-SUM-OPEN-DISPUTES - ADD UP THE AMOUNTS THE ACCOUNT HAS
002412* UNDER OPEN DISPUTE INTO FC-DISPUTED-AMT (10/15/2026).
002413*****************************************************************
002414 2450-SUM-OPEN-DISPUTES.
002415     MOVE ZERO TO FC-DISPUTED-AMT.
002416     IF NOT DISP-FILE-ON-HAND
002417         GO TO 2450-EXIT
002418     END-IF.
002419     MOVE 'N' TO FC-DISP-SCAN-SWITCH.
002420     MOVE ACCT-NO TO DSP-ACCT-NO.
002421     MOVE ZERO    TO DSP-SEQ.
002422     START DISP-FILE KEY NOT < DSP-KEY
002423         INVALID KEY
002424             GO TO 2450-EXIT
002425     END-START.
002426     PERFORM UNTIL END-OF-DISPUTES
002427         READ DISP-FILE NEXT RECORD
002428             AT END
002429                 MOVE 'Y' TO FC-DISP-SCAN-SWITCH
002430             NOT AT END
002431                 IF DSP-ACCT-NO NOT = ACCT-NO
002432                     MOVE 'Y' TO FC-DISP-SCAN-SWITCH
002433                 ELSE
002434                     IF DSP-OPEN
002435                         ADD DSP-AMOUNT TO FC-DISPUTED-AMT
002436                     END-IF
002437                 END-IF
002438         END-READ
002439     END-PERFORM.
002440 2450-EXIT.
002390     EXIT.
002400*
002410*****************************************************************
002420* 2480-DETERMINE-RATE - SET THE CURRENCY CODE, THE MONTHLY
002430* FINANCE CHARGE RATE AND THE MINIMUM CHARGE FROM THE ACCOUNT'S
002440* COUNTRY. THE MINIMUM IS IN THE ACCOUNT'S OWN CURRENCY, WHICH
002450* IS WHY JAPAN CARRIES A LARGER FIGURE. THE TERMS ARE READ FROM
002460* THE COUNTRY REFERENCE FILE, USING THE PRIOR TERMS UNTIL THE
002465* EFFECTIVE DATE IS REACHED; A COUNTRY NOT ON THE FILE GETS THE
002468* USD TERMS (10/15/2026).
002470*****************************************************************
002480 2480-DETERMINE-RATE.
002490     MOVE "USD"  TO FC-CURR-CODE.
002500     MOVE .0150  TO FC-MONTHLY-RATE.
002510     MOVE 5.00   TO FC-MINIMUM-CHARGE.
002520     MOVE 'N' TO FC-CTRY-FOUND-SWITCH.
002530     IF CTRY-FILE-ON-HAND
002540         MOVE COUNTRY TO CTRY-COUNTRY
002550         READ CTRY-FILE
002560             INVALID KEY
002570                 CONTINUE
002580             NOT INVALID KEY
002590                 MOVE 'Y' TO FC-CTRY-FOUND-SWITCH
002600         END-READ
002610     END-IF.
002620     IF NOT COUNTRY-FOUND
002630         ADD 1 TO FC-NO-COUNTRY-COUNT
002640         GO TO 2480-EXIT
002650     END-IF.
002660     IF FC-RUN-DATE < CTRY-EFFECTIVE-DATE
002670         MOVE CTRY-PRIOR-CURR     TO FC-CURR-CODE
002680         MOVE CTRY-PRIOR-RATE     TO FC-MONTHLY-RATE
002690         MOVE CTRY-PRIOR-MINIMUM  TO FC-MINIMUM-CHARGE
002700     ELSE
002710         MOVE CTRY-CURR-CODE      TO FC-CURR-CODE
002720         MOVE CTRY-MONTHLY-RATE   TO FC-MONTHLY-RATE
002730         MOVE CTRY-MINIMUM-CHARGE TO FC-MINIMUM-CHARGE
002740     END-IF.
002860 2480-EXIT.
002870     EXIT.
002880*
003400     MOVE "OVERDUE BUT NOT ACTIVE: " TO REGT-LABEL-O.
003410     MOVE FC-SKIPPED-COUNT TO REGT-COUNT-O.
003420     WRITE REG-TOTAL-LINE.
003421     MOVE SPACES TO REG-TOTAL-LINE.
003422     MOVE "COUNTRY NOT ON FILE   : " TO REGT-LABEL-O.
003423     MOVE FC-NO-COUNTRY-COUNT TO REGT-COUNT-O.
003424     WRITE REG-TOTAL-LINE.
003425     MOVE SPACES TO REG-TOTAL-LINE.
003426     MOVE "FULLY UNDER DISPUTE   : " TO REGT-LABEL-O.
003427     MOVE FC-DISPUTED-COUNT TO REGT-COUNT-O.
003428     WRITE REG-TOTAL-LINE.
003424     MOVE SPACES TO CHARGE-BATCH-TRL-REC.
003425     MOVE 'T' TO PBT-REC-CODE.
003426     MOVE FC-BATCH-COUNT TO PBT-RECORD-COUNT.
003430     CLOSE ACCT-REC.
003440     CLOSE CHARGE-OUT.
003450     CLOSE REGISTER-FILE.
003452     IF CTRY-FILE-ON-HAND
003454         CLOSE CTRY-FILE
003456     END-IF.
003454     IF DISP-FILE-ON-HAND
003455         CLOSE DISP-FILE
003456     END-IF.
003460     DISPLAY "ACCTFEES RUN TOTALS -".
003470     DISPLAY "  ACCOUNTS ASSESSED   : " FC-ASSESSED-COUNT.
003480     DISPLAY "  OVERDUE NOT ACTIVE  : " FC-SKIPPED-COUNT.
003490     DISPLAY "  TOTAL CHARGED       : " FC-CHARGE-TOTAL.
003495     DISPLAY "  COUNTRY NOT ON FILE : " FC-NO-COUNTRY-COUNT.
003496     DISPLAY "  FULLY UNDER DISPUTE : " FC-DISPUTED-COUNT.
003500 3000-EXIT.
003520     EXIT.
