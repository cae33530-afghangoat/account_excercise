000246*                       READS IT IN KEY SEQUENCE.
000247*    08/22/2026  RH     THE MASTER NOW CARRIES A STATUS BYTE;
000248*                       THE RECORD LAYOUT IS EXTENDED TO MATCH.
000252*    10/15/2026  RH     CHARGE-OFF (W) AND RECOVERY (R) JOURNAL
000256*                       ENTRIES ARE NOW LABELLED ON THE STATEMENT.
000257*    10/15/2026  RH     THE STATEMENT NOW LISTS THE ACCOUNT'S OPEN
000258*                       DISPUTES FROM THE KEYED DISPUTE FILE
000259*                       (ACCTDISP.DAT, MAINTAINED BY ACCTDSPM)
000260*                       AFTER THE ACTIVITY, WITH THE TOTAL IN
000261*                       DISPUTE.
000262*    10/15/2026  RH     THE CURRENCY CODE FOR EACH COUNTRY NOW
000263*                       COMES FROM THE KEYED COUNTRY/CURRENCY
000264*                       REFERENCE FILE (ACCTCTRY.DAT) INSTEAD OF A
000265*                       HARD-CODED LIST, AS IN HELLO-WORLD. A
000266*                       COUNTRY NOT ON FILE, OR NO FILE, PRINTS
000267*                       IN USD.
000268* ACCTREC.DAT AND ACCTJRNL.DAT ARE BOTH IN ACCT-NO SEQUENCE
000270* (THE JOURNAL IS WRITTEN BY THE ACCTPOST MATCH-MERGE), SO THE
000280* TWO FILES ARE STEPPED THROUGH TOGETHER THE SAME WAY ACCTMAINT
000290* STEPS THROUGH ITS MASTER AND TRANSACTION FILES. A MISSING OR
000430         FILE STATUS IS ST-JRNL-FILE-STATUS.
000440     SELECT STMT-FILE ASSIGN TO "ACCTSTM.DAT"
000450         ORGANIZATION IS LINE SEQUENTIAL.
000451     SELECT DISP-FILE ASSIGN TO "ACCTDISP.DAT"
000452         ORGANIZATION IS INDEXED
000453         ACCESS MODE IS DYNAMIC
000454         RECORD KEY IS DSP-KEY
000455         FILE STATUS IS ST-DISP-FILE-STATUS.
000457     SELECT CTRY-FILE ASSIGN TO "ACCTCTRY.DAT"
000459         ORGANIZATION IS INDEXED
000461         ACCESS MODE IS DYNAMIC
000463         RECORD KEY IS CTRY-COUNTRY
000465         FILE STATUS IS ST-CTRY-FILE-STATUS.
000467*
000470 DATA DIVISION.
000480 FILE SECTION.
000490*
000700          88  JRNL-PAYMENT                VALUE 'P'.
000710          88  JRNL-CHARGE                 VALUE 'C'.
000720          88  JRNL-ADJUSTMENT             VALUE 'J'.
000723          88  JRNL-CHARGE-OFF             VALUE 'W'.
000726          88  JRNL-RECOVERY               VALUE 'R'.
000730      05  JRNL-PRIOR-BAL      PIC S9(7)V99
000740                              SIGN IS TRAILING SEPARATE.
000750      05  JRNL-AMOUNT         PIC S9(7)V99
000780                              SIGN IS TRAILING SEPARATE.
000790      05  JRNL-RUN-DATE       PIC 9(08).
000800      05  JRNL-REFERENCE      PIC X(20).
000801*
000802*  KEYED DISPUTE FILE MAINTAINED BY ACCTDSPM (10/15/2026). THE
000803*  LAYOUT MIRRORS DISP-FIELDS THERE.
000804  FD  DISP-FILE
000805      RECORDING MODE F.
000806  01  DISP-FIELDS.
000807      05  DSP-KEY.
000808          10  DSP-ACCT-NO     PIC X(08).
000809          10  DSP-SEQ         PIC 9(04).
000810      05  DSP-AMOUNT          PIC S9(7)V99 COMP-3.
000811      05  DSP-REFERENCE       PIC X(20).
000812      05  DSP-POSTED-DATE     PIC 9(08).
000813      05  DSP-OPEN-DATE       PIC 9(08).
000814      05  DSP-STATUS          PIC X(01).
000815          88  DSP-OPEN                    VALUE 'O'.
000816      05  DSP-RESOLVED-DATE   PIC 9(08).
000817      05  DSP-CREDIT-AMT      PIC S9(7)V99 COMP-3.
000818      05  DSP-REASON          PIC X(20).
000819      05  DSP-LAST-MAINT      PIC 9(08).
000820*
000821*  KEYED COUNTRY/CURRENCY REFERENCE FILE MAINTAINED BY ACCTCTRY
000822*  (10/15/2026). THE LAYOUT MIRRORS CTRY-FIELDS THERE.
000823  FD  CTRY-FILE
000824      RECORDING MODE F.
000825  01  CTRY-FIELDS.
000826      05  CTRY-COUNTRY        PIC X(20).
000827      05  CTRY-CURR-CODE      PIC X(03).
000828      05  CTRY-MONTHLY-RATE   PIC SV9(4) COMP-3.
000830      05  CTRY-MINIMUM-CHARGE PIC S9(5)V99 COMP-3.
000831      05  CTRY-EFFECTIVE-DATE PIC 9(08).
000832      05  CTRY-PRIOR-CURR     PIC X(03).
000833      05  CTRY-PRIOR-RATE     PIC SV9(4) COMP-3.
000834      05  CTRY-PRIOR-MINIMUM  PIC S9(5)V99 COMP-3.
000835      05  CTRY-LAST-MAINT     PIC 9(08).
000836*
000837*****************************************************************
000838* STMT-FILE - ONE STATEMENT PAGE PER ACCOUNT. SEVERAL 01-LEVEL
000840* RECORDS SHARE THE SAME FD SO EACH LINE OF THE STATEMENT CAN
000850* BE FORMATTED AND WRITTEN SEPARATELY, THE SAME WAY THE
000860* DUNNING LETTER LINES ARE BUILT IN HELLO-WORLD.
001380      05  FILLER              PIC X(30).
001390  01  STM-NO-ACTIVITY-LINE    PIC X(80) VALUE
001400      "  NO POSTED ACTIVITY THIS PERIOD.".
001401*
001402*  OPEN DISPUTE LINES (10/15/2026).
001403  01  STM-DISPUTE-HDR-LINE.
001404      05  FILLER              PIC X(54) VALUE
001405          "  OPEN DISPUTES - OPENED    REFERENCE".
001406      05  FILLER              PIC X(6)  VALUE "AMOUNT".
001407      05  FILLER              PIC X(20).
001408  01  STM-DISPUTE-LINE.
001409      05  FILLER              PIC X(18) VALUE SPACES.
001410      05  STM-DSP-DATE-O      PIC 9(8).
001411      05  FILLER              PIC X(2)  VALUE SPACES.
001412      05  STM-DSP-REFERENCE-O PIC X(20).
001413      05  FILLER              PIC X(1)  VALUE SPACE.
001414      05  STM-DSP-AMOUNT-O    PIC Z,ZZZ,ZZ9.99-.
001415      05  FILLER              PIC X(18).
001416  01  STM-DISPUTE-TOTAL-LINE.
001417      05  FILLER              PIC X(18) VALUE SPACES.
001418      05  FILLER              PIC X(30) VALUE
001419          "TOTAL IN DISPUTE".
001420      05  STM-DSP-TOTAL-O     PIC Z,ZZZ,ZZ9.99-.
001421      05  FILLER              PIC X(18).
001410  01  STM-SEPARATOR-LINE      PIC X(80) VALUE ALL "-".
001420*
001430 WORKING-STORAGE SECTION.
001520*  IT JUST MEANS NO POSTED ACTIVITY THIS PERIOD.
001530  77  ST-JRNL-FILE-STATUS     PIC X(02)   VALUE SPACES.
001540*
001541*  DISPUTE FILE WORK FIELDS (10/15/2026). NO DISPUTE FILE MEANS
001542*  NOTHING IS IN DISPUTE.
001543  77  ST-DISP-FILE-STATUS     PIC X(02)   VALUE SPACES.
001544  77  ST-DISP-ON-HAND-SWITCH  PIC X(01)   VALUE 'N'.
001545      88  DISP-FILE-ON-HAND               VALUE 'Y'.
001546  77  ST-DISP-SCAN-SWITCH     PIC X(01)   VALUE 'N'.
001547      88  END-OF-DISPUTES                 VALUE 'Y'.
001548  77  ST-DISPUTE-SWITCH       PIC X(01)   VALUE 'N'.
001549      88  DISPUTE-PRINTED                 VALUE 'Y'.
001550  77  ST-DISPUTED-AMT         PIC S9(7)V99 COMP-3 VALUE ZERO.
001551*
001550*  PER-ACCOUNT ACTIVITY SWITCH.
001560  77  ST-ACTIVITY-SWITCH      PIC X(01)   VALUE 'N'.
001570      88  ACTIVITY-PRINTED                VALUE 'Y'.
001610  77  ST-STMT-COUNT           PIC 9(7) COMP VALUE ZERO.
001620  77  ST-ACTIVITY-COUNT       PIC 9(7) COMP VALUE ZERO.
001630  77  ST-ORPHAN-COUNT         PIC 9(7) COMP VALUE ZERO.
001635  77  ST-DISPUTE-COUNT        PIC 9(7) COMP VALUE ZERO.
001640*
001650*  RUN DATE FOR THE STATEMENT HEADING.
001660  77  ST-RUN-DATE             PIC 9(08)   VALUE ZERO.
001680*  CURRENCY CODE FOR THE ACCOUNT BEING STATED.
001690  77  ST-CURR-CODE            PIC X(3)    VALUE "USD".
001700*
001701*  COUNTRY FILE STATUS (10/15/2026). NO COUNTRY FILE MEANS EVERY
001702*  STATEMENT PRINTS IN USD.
001704  77  ST-CTRY-FILE-STATUS     PIC X(02)   VALUE SPACES.
001705  77  ST-CTRY-ON-HAND-SWITCH  PIC X(01)   VALUE 'N'.
001707      88  CTRY-FILE-ON-HAND               VALUE 'Y'.
001708*
001710 PROCEDURE DIVISION.
001720*
001730*****************************************************************
001910     ACCEPT ST-RUN-DATE FROM DATE YYYYMMDD.
001920     OPEN INPUT ACCT-REC.
001930     OPEN OUTPUT STMT-FILE.
001932     OPEN INPUT DISP-FILE.
001934     IF ST-DISP-FILE-STATUS = "00"
001936         MOVE 'Y' TO ST-DISP-ON-HAND-SWITCH
001937     END-IF.
001938     OPEN INPUT CTRY-FILE.
001940     IF ST-CTRY-FILE-STATUS = "00"
001941         MOVE 'Y' TO ST-CTRY-ON-HAND-SWITCH
001943     ELSE
001944         DISPLAY "NO COUNTRY FILE (ACCTCTRY.DAT) - "
001945             "ALL STATEMENTS PRINTED IN USD"
001947     END-IF.
001948     OPEN INPUT JOURNAL-FILE.
001950     IF ST-JRNL-FILE-STATUS NOT = "00"
001960         MOVE 'Y' TO ST-JRNL-EOF-SWITCH
001970     ELSE
002850     WRITE STM-BLANK-LINE.
002860     PERFORM 2400-WRITE-ACTIVITY
002870         THRU 2400-EXIT.
002873     PERFORM 2500-WRITE-DISPUTES
002876         THRU 2500-EXIT.
002880     MOVE ALL "-" TO STM-SEPARATOR-LINE.
002890     WRITE STM-SEPARATOR-LINE.
002900     ADD 1 TO ST-STMT-COUNT.
003430             MOVE "CHARGE"     TO STM-ACT-TYPE-O
003440         WHEN JRNL-ADJUSTMENT
003450             MOVE "ADJUSTMENT" TO STM-ACT-TYPE-O
003452         WHEN JRNL-CHARGE-OFF
003454             MOVE "CHARGE-OFF" TO STM-ACT-TYPE-O
003456         WHEN JRNL-RECOVERY
003458             MOVE "RECOVERY"   TO STM-ACT-TYPE-O
003460         WHEN OTHER
003470             MOVE JRNL-TRAN-CODE TO STM-ACT-TYPE-O
003480     END-EVALUATE.
003560*****************************************************************
003570* 2480-DETERMINE-CURRENCY - SET THE CURRENCY CODE TO PRINT WITH
003580* THIS ACCOUNT'S AMOUNTS BASED ON ITS COUNTRY, THE SAME WAY
003590* THE HELLO-WORLD LISTING LABELS ITS AMOUNTS. THE CODE IS READ
003592* FROM THE COUNTRY REFERENCE FILE, USING THE PRIOR CODE UNTIL
003594* THE EFFECTIVE DATE IS REACHED (10/15/2026).
003600*****************************************************************
003610 2480-DETERMINE-CURRENCY.
003623     MOVE "USD" TO ST-CURR-CODE.
003637     IF NOT CTRY-FILE-ON-HAND
003651         GO TO 2480-EXIT
003665     END-IF.
003678     MOVE COUNTRY TO CTRY-COUNTRY.
003692     READ CTRY-FILE
003706         INVALID KEY
003720             CONTINUE
003733         NOT INVALID KEY
003747             IF ST-RUN-DATE < CTRY-EFFECTIVE-DATE
003761                 MOVE CTRY-PRIOR-CURR TO ST-CURR-CODE
003775             ELSE
003788                 MOVE CTRY-CURR-CODE TO ST-CURR-CODE
003802             END-IF
003816     END-READ.
003830 2480-EXIT.
003840     EXIT.
003850*
003860*****************************************************************
003861* 2500-WRITE-DISPUTES - LIST THE CURRENT ACCOUNT'S OPEN DISPUTES
003862* AND THEIR TOTAL. NOTHING IS PRINTED WHEN THERE ARE NONE
003863* (10/15/2026).
003864*****************************************************************
003865 2500-WRITE-DISPUTES.
003866     IF NOT DISP-FILE-ON-HAND
003867         GO TO 2500-EXIT
003868     END-IF.
003869     MOVE 'N' TO ST-DISPUTE-SWITCH.
003870     MOVE 'N' TO ST-DISP-SCAN-SWITCH.
003871     MOVE ZERO TO ST-DISPUTED-AMT.
003872     MOVE ACCT-NO TO DSP-ACCT-NO.
003873     MOVE ZERO    TO DSP-SEQ.
003874     START DISP-FILE KEY NOT < DSP-KEY
003875         INVALID KEY
003876             GO TO 2500-EXIT
003877     END-START.
003878     PERFORM UNTIL END-OF-DISPUTES
003879         READ DISP-FILE NEXT RECORD
003880             AT END
003881                 MOVE 'Y' TO ST-DISP-SCAN-SWITCH
003882             NOT AT END
003883                 IF DSP-ACCT-NO NOT = ACCT-NO
003884                     MOVE 'Y' TO ST-DISP-SCAN-SWITCH
003885                 ELSE
003886                     IF DSP-OPEN
003887                         PERFORM 2550-WRITE-DISPUTE-LINE
003888                             THRU 2550-EXIT
003889                     END-IF
003890                 END-IF
003891         END-READ
003892     END-PERFORM.
003893     IF DISPUTE-PRINTED
003894         MOVE SPACES TO STM-DISPUTE-TOTAL-LINE
003895         MOVE "TOTAL IN DISPUTE" TO
003896             STM-DISPUTE-TOTAL-LINE(19:16)
003897         MOVE ST-DISPUTED-AMT TO STM-DSP-TOTAL-O
003898         WRITE STM-DISPUTE-TOTAL-LINE
003899     END-IF.
003900 2500-EXIT.
003901     EXIT.
003902*
003903*****************************************************************
003904* 2550-WRITE-DISPUTE-LINE - FORMAT ONE OPEN DISPUTE ONTO THE
003905* STATEMENT, HEADING THE LIST THE FIRST TIME (10/15/2026).
003906*****************************************************************
003907 2550-WRITE-DISPUTE-LINE.
003908     IF NOT DISPUTE-PRINTED
003909         MOVE SPACES TO STM-BLANK-LINE
003910         WRITE STM-BLANK-LINE
003911         MOVE SPACES TO STM-DISPUTE-HDR-LINE
003912         MOVE "  OPEN DISPUTES - OPENED    REFERENCE" TO
003913             STM-DISPUTE-HDR-LINE(1:37)
003914         MOVE "AMOUNT" TO STM-DISPUTE-HDR-LINE(55:6)
003915         WRITE STM-DISPUTE-HDR-LINE
003916         MOVE 'Y' TO ST-DISPUTE-SWITCH
003917     END-IF.
003918     MOVE SPACES TO STM-DISPUTE-LINE.
003919     MOVE DSP-OPEN-DATE  TO STM-DSP-DATE-O.
003920     MOVE DSP-REFERENCE  TO STM-DSP-REFERENCE-O.
003921     MOVE DSP-AMOUNT     TO STM-DSP-AMOUNT-O.
003922     WRITE STM-DISPUTE-LINE.
003923     ADD DSP-AMOUNT TO ST-DISPUTED-AMT.
003924     ADD 1 TO ST-DISPUTE-COUNT.
003925 2550-EXIT.
003926     EXIT.
003927*
003928*****************************************************************
003870* 3000-FINALIZE - CLOSE THE FILES AND DISPLAY THE RUN TOTALS.
003880*****************************************************************
003890 3000-FINALIZE.
003920     IF ST-JRNL-FILE-STATUS NOT = "35"
003930         CLOSE JOURNAL-FILE
003940     END-IF.
003942     IF DISP-FILE-ON-HAND
003944         CLOSE DISP-FILE
003946     END-IF.
003947     IF CTRY-FILE-ON-HAND
003948         CLOSE CTRY-FILE
003949     END-IF.
003950     DISPLAY "ACCTSTMT RUN TOTALS -".
003960     DISPLAY "  STATEMENTS PRODUCED : " ST-STMT-COUNT.
003970     DISPLAY "  ACTIVITY LINES      : " ST-ACTIVITY-COUNT.
003980     DISPLAY "  ORPHAN JOURNAL ROWS : " ST-ORPHAN-COUNT.
003985     DISPLAY "  OPEN DISPUTE LINES  : " ST-DISPUTE-COUNT.
003990 3000-EXIT.
004000     EXIT.
