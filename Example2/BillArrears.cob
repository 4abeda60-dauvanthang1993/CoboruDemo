000100*>
000200* Arrears follow-up for utility receivables.  Scans the open
000300* receivables in RECVMST that still carry a balance after their
000400* due date and moves each one step along the collection ladder:
000500*
000600*   overdue                          -> payment reminder   (1)
000700*   reminded, notice days overdue    -> supply stop notice (2)
000800*                                       naming the stop date
000900*   stop notice, stop date reached   -> supply stop list   (3)
001000*
001100* The due date chased is the oldest one the debt has had: when an
001200* invoice carries ARREARS B/F that are still unpaid, the carried
001300* due date counts, not the new invoice's own.  The step reached is
001400* kept on the receivable so each letter goes out once; a receivable
001500* paid in full by BillPayment drops out of the scan.
001600*
001700* The days are read from ARCFG (payment term / notice days after
001800* due / stop days after notice, 3 digits each; defaults 20/30/10).
001900* The letters go to DUNNING.RPT and the customers due for stopping
002000* to STOPLIST.RPT; both are registered with the print spool.
002100*
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID.   BillArrears.
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT RECV-FILE ASSIGN TO "RECVMST"
002800            ORGANIZATION IS INDEXED
002900            ACCESS MODE   IS SEQUENTIAL
003000            RECORD KEY    IS AR-KEY
003100            FILE STATUS   IS RECV-STATUS.
003200     SELECT OPTIONAL CUST-FILE ASSIGN TO "CUSTMST"
003300            ORGANIZATION IS INDEXED
003400            ACCESS MODE   IS RANDOM
003500            RECORD KEY    IS CUST-BILL-ID
003600            FILE STATUS   IS CUST-STATUS.
003700     SELECT OPTIONAL TERMS-FILE ASSIGN TO "ARCFG"
003800            ORGANIZATION IS LINE SEQUENTIAL
003900            FILE STATUS   IS TERMS-STATUS.
004000     SELECT DUNNING-FILE ASSIGN TO "DUNNING.RPT"
004100            ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT STOP-FILE ASSIGN TO "STOPLIST.RPT"
004300            ORGANIZATION IS LINE SEQUENTIAL.
004400*
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  RECV-FILE.
004800 01  RECV-RECORD.
004900     02  AR-KEY.
005000         03  AR-BILL-ID    PIC X(05).
005100         03  AR-BILL-MONTH PIC 9(06).
005200     02  AR-INVOICE-DATE   PIC 9(08).
005300     02  AR-DUE-DATE       PIC 9(08).
005400*    billed = this month's charge + ARREARS B/F
005500     02  AR-BILLED-AMT     PIC 9(09).
005600     02  AR-CARRIED-AMT    PIC 9(09).
005700     02  AR-ARREARS-DUE    PIC 9(08).
005800     02  AR-PAID-AMT       PIC 9(09).
005900     02  AR-LAST-PAY-DATE  PIC 9(08).
006000     02  AR-STATUS         PIC X(01).
006100         88  AR-OPEN       VALUE "O".
006200         88  AR-PAID       VALUE "P".
006300         88  AR-CARRIED    VALUE "C".
006400     02  AR-CARRIED-TO     PIC 9(06).
006500     02  AR-DUN-LEVEL      PIC X(01).
006600         88  AR-NOT-DUNNED VALUE " ".
006700         88  AR-REMINDED   VALUE "1".
006800         88  AR-STOP-NOTICED VALUE "2".
006900         88  AR-ON-STOP-LIST VALUE "3".
007000     02  AR-DUN-DATE       PIC 9(08).
007100     02  AR-STOP-DATE      PIC 9(08).
007200 FD  CUST-FILE.
007300 01  CUST-RECORD.
007400     02  CUST-BILL-ID      PIC X(05).
007500     02  CUST-NAME         PIC X(30).
007600     02  CUST-ADDRESS      PIC X(60).
007700     02  CUST-AMPERE       PIC 9(02).
007733*    category, meter and occupancy (see BillCustMnt)
007766     02  FILLER            PIC X(38).
007800 FD  TERMS-FILE.
007900*    payment term / stop notice after due / stop after notice,
008000*    all in days
008100 01  TERMS-RECORD.
008200     02  TRM-PAY-DAYS      PIC X(03).
008300     02  TRM-NOTICE-DAYS   PIC X(03).
008400     02  TRM-STOP-DAYS     PIC X(03).
008500 FD  DUNNING-FILE.
008600 01  DUNNING-LINE          PIC X(90).
008700 FD  STOP-FILE.
008800 01  STOP-LINE             PIC X(120).
008900*
009000 WORKING-STORAGE SECTION.
009100 77  RECV-STATUS           PIC X(02) VALUE SPACE.
009200     88  RECV-OPEN-OK      VALUE "00".
009300 77  CUST-STATUS           PIC X(02) VALUE SPACE.
009400     88  CUST-OPEN-OK      VALUE "00" "05".
009500 77  CUST-USABLE-SW        PIC X(01) VALUE "N".
009600     88  CUST-USABLE       VALUE "Y".
009700 77  TERMS-STATUS          PIC X(02) VALUE SPACE.
009800     88  TERMS-OPEN-OK     VALUE "00".
009900 77  RECV-EOF              PIC X(01) VALUE "N".
010000     88  RECV-AT-END       VALUE "Y".
010100 77  NOTICE-DAYS           PIC 9(03) VALUE 30.
010200 77  STOP-DAYS             PIC 9(03) VALUE 10.
010300 77  TODAY-DATE            PIC 9(08).
010400 77  EFFECTIVE-DUE         PIC 9(08).
010500 77  DAYS-OVERDUE          PIC S9(05).
010600 77  OPEN-BALANCE          PIC S9(10).
010700 77  LETTER-TITLE          PIC X(30).
010800 77  CHANGED-SW            PIC X(01).
010900     88  RECORD-CHANGED    VALUE "Y".
011000 77  SCANNED-COUNT         PIC 9(07) VALUE 0.
011100 77  REMINDER-COUNT        PIC 9(07) VALUE 0.
011200 77  NOTICE-COUNT          PIC 9(07) VALUE 0.
011300 77  STOP-COUNT            PIC 9(07) VALUE 0.
011400 77  STOP-TOTAL            PIC 9(12) VALUE 0.
011500 77  SPOOL-SOURCE          PIC X(08).
011600 77  SPOOL-REPORT          PIC X(08).
011700 77  SPOOL-BODY            PIC X(20).
011800 77  SPOOL-RESULT          PIC 9(01).
011900 01  EDIT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.
012000 01  EDIT-COUNT            PIC Z,ZZZ,ZZ9.
012100 01  EDIT-DAYS             PIC ZZ,ZZ9.
012200*
012300 PROCEDURE DIVISION.
012400 BILL-ARREARS.
012500     DISPLAY "ARREARS FOLLOW-UP"
012600     OPEN I-O RECV-FILE
012700     IF NOT RECV-OPEN-OK
012800         DISPLAY "NO RECEIVABLES (RECVMST)"
012900         STOP RUN
013000     END-IF
013100     OPEN INPUT CUST-FILE
013200     IF CUST-OPEN-OK
013300         MOVE "Y" TO CUST-USABLE-SW
013400     END-IF
013500     ACCEPT TODAY-DATE FROM DATE YYYYMMDD
013600     PERFORM LOAD-DUNNING-TERMS
013700     OPEN OUTPUT DUNNING-FILE
013800     OPEN OUTPUT STOP-FILE
013900     MOVE "*** SUPPLY STOP LIST ***" TO STOP-LINE
014000     WRITE STOP-LINE
014100     MOVE SPACE TO STOP-LINE
014200     STRING "AS OF " TODAY-DATE
014300            DELIMITED BY SIZE INTO STOP-LINE
014400     WRITE STOP-LINE
014500     PERFORM READ-RECEIVABLE
014600     PERFORM FOLLOW-UP-ONE UNTIL RECV-AT-END
014700     MOVE STOP-COUNT TO EDIT-COUNT
014800     MOVE STOP-TOTAL TO EDIT-AMOUNT
014900     MOVE SPACE TO STOP-LINE
015000     STRING "CUSTOMERS: " EDIT-COUNT
015100            "   OUTSTANDING: " EDIT-AMOUNT
015200            DELIMITED BY SIZE INTO STOP-LINE
015300     WRITE STOP-LINE
015400     CLOSE STOP-FILE
015500     CLOSE DUNNING-FILE
015600     CLOSE CUST-FILE
015700     CLOSE RECV-FILE
015800     MOVE "BILLARR"  TO SPOOL-SOURCE
015900     MOVE "DUNNING"  TO SPOOL-REPORT
016000     MOVE "DUNNING.RPT" TO SPOOL-BODY
016100     CALL "スプール登録" USING SPOOL-SOURCE
016200          SPOOL-REPORT SPOOL-BODY SPOOL-RESULT
016300     MOVE "STOPLIST" TO SPOOL-REPORT
016400     MOVE "STOPLIST.RPT" TO SPOOL-BODY
016500     CALL "スプール登録" USING SPOOL-SOURCE
016600          SPOOL-REPORT SPOOL-BODY SPOOL-RESULT
016700     DISPLAY "OVERDUE  : " SCANNED-COUNT
016800     DISPLAY "REMINDERS: " REMINDER-COUNT
016900     DISPLAY "NOTICES  : " NOTICE-COUNT
017000     DISPLAY "STOP LIST: " STOP-COUNT
017100     STOP RUN.
017200*
017300 LOAD-DUNNING-TERMS.
017400     OPEN INPUT TERMS-FILE
017500     IF TERMS-OPEN-OK
017600         READ TERMS-FILE
017700             AT END
017800                 MOVE SPACE TO TERMS-RECORD
017900         END-READ
018000         IF TRM-NOTICE-DAYS IS NUMERIC
018100             MOVE TRM-NOTICE-DAYS TO NOTICE-DAYS
018200         END-IF
018300         IF TRM-STOP-DAYS IS NUMERIC
018400             MOVE TRM-STOP-DAYS TO STOP-DAYS
018500         END-IF
018600     END-IF
018700     CLOSE TERMS-FILE.
018800*
018900 READ-RECEIVABLE.
019000     READ RECV-FILE NEXT RECORD
019100         AT END
019200             MOVE "Y" TO RECV-EOF
019300     END-READ.
019400*
019500***** one step along the ladder for an overdue receivable ****
019600 FOLLOW-UP-ONE.
019700     COMPUTE OPEN-BALANCE = AR-BILLED-AMT - AR-PAID-AMT
019800     IF NOT AR-OPEN OR OPEN-BALANCE NOT > 0
019900         PERFORM READ-RECEIVABLE
020000         EXIT PARAGRAPH
020100     END-IF
020200     IF AR-CARRIED-AMT > AR-PAID-AMT
020300         MOVE AR-ARREARS-DUE TO EFFECTIVE-DUE
020400     ELSE
020500         MOVE AR-DUE-DATE TO EFFECTIVE-DUE
020600     END-IF
020700     COMPUTE DAYS-OVERDUE =
020800             FUNCTION INTEGER-OF-DATE (TODAY-DATE)
020900           - FUNCTION INTEGER-OF-DATE (EFFECTIVE-DUE)
021000     IF DAYS-OVERDUE NOT > 0
021100         PERFORM READ-RECEIVABLE
021200         EXIT PARAGRAPH
021300     END-IF
021400     ADD 1 TO SCANNED-COUNT
021500     MOVE "N" TO CHANGED-SW
021600     EVALUATE TRUE
021700         WHEN AR-NOT-DUNNED
021800             MOVE "PAYMENT REMINDER" TO LETTER-TITLE
021900             SET AR-REMINDED TO TRUE
022000             MOVE TODAY-DATE TO AR-DUN-DATE
022100             MOVE "Y" TO CHANGED-SW
022200             ADD 1 TO REMINDER-COUNT
022300         WHEN AR-REMINDED
022400          AND DAYS-OVERDUE > NOTICE-DAYS
022500             MOVE "NOTICE OF SUPPLY STOP" TO LETTER-TITLE
022600             SET AR-STOP-NOTICED TO TRUE
022700             MOVE TODAY-DATE TO AR-DUN-DATE
022800             COMPUTE AR-STOP-DATE = FUNCTION DATE-OF-INTEGER
022900                     (FUNCTION INTEGER-OF-DATE (TODAY-DATE)
023000                      + STOP-DAYS)
023100             MOVE "Y" TO CHANGED-SW
023200             ADD 1 TO NOTICE-COUNT
023300         WHEN AR-STOP-NOTICED
023400          AND TODAY-DATE >= AR-STOP-DATE
023500             SET AR-ON-STOP-LIST TO TRUE
023600             REWRITE RECV-RECORD
023700     END-EVALUATE
023800     IF RECORD-CHANGED
023900         REWRITE RECV-RECORD
024000         PERFORM WRITE-LETTER
024100     END-IF
024200     IF AR-ON-STOP-LIST
024300         PERFORM LIST-FOR-STOP
024400     END-IF
024500     PERFORM READ-RECEIVABLE.
024600*
024700 GET-CUSTOMER.
024800     MOVE AR-BILL-ID TO CUST-BILL-ID
024900     IF CUST-USABLE
025000         READ CUST-FILE
025100             INVALID KEY
025200                 MOVE "*** NOT REGISTERED ***"
025300                   TO CUST-NAME
025400                 MOVE SPACE TO CUST-ADDRESS
025500         END-READ
025600     ELSE
025700         MOVE SPACE TO CUST-NAME CUST-ADDRESS
025800     END-IF.
025900*
026000***** reminder or stop notice to the customer ****************
026100 WRITE-LETTER.
026200     PERFORM GET-CUSTOMER
026300     MOVE ALL "=" TO DUNNING-LINE
026400     WRITE DUNNING-LINE
026500     MOVE SPACE TO DUNNING-LINE
026600     STRING LETTER-TITLE "  DATE: " TODAY-DATE
026700            DELIMITED BY SIZE INTO DUNNING-LINE
026800     WRITE DUNNING-LINE
026900     MOVE SPACE TO DUNNING-LINE
027000     STRING "BILL-ID: " AR-BILL-ID
027100            DELIMITED BY SIZE INTO DUNNING-LINE
027200     WRITE DUNNING-LINE
027300     MOVE SPACE TO DUNNING-LINE
027400     STRING "NAME   : " CUST-NAME
027500            DELIMITED BY SIZE INTO DUNNING-LINE
027600     WRITE DUNNING-LINE
027700     MOVE SPACE TO DUNNING-LINE
027800     STRING "ADDRESS: " CUST-ADDRESS
027900            DELIMITED BY SIZE INTO DUNNING-LINE
028000     WRITE DUNNING-LINE
028100     MOVE OPEN-BALANCE TO EDIT-AMOUNT
028200     MOVE DAYS-OVERDUE TO EDIT-DAYS
028300     MOVE SPACE TO DUNNING-LINE
028400     STRING "OUTSTANDING FOR " AR-BILL-MONTH ": "
028500            EDIT-AMOUNT "  DUE " EFFECTIVE-DUE
028600            "  (" EDIT-DAYS " DAYS OVERDUE)"
028700            DELIMITED BY SIZE INTO DUNNING-LINE
028800     WRITE DUNNING-LINE
028900     MOVE SPACE TO DUNNING-LINE
029000     IF AR-STOP-NOTICED
029100         STRING "UNLESS PAID, SUPPLY WILL BE STOPPED ON "
029200                AR-STOP-DATE
029300                DELIMITED BY SIZE INTO DUNNING-LINE
029400     ELSE
029500         MOVE "PLEASE PAY THE AMOUNT ABOVE AT YOUR EARLIEST"
029600           TO DUNNING-LINE
029700     END-IF
029800     WRITE DUNNING-LINE.
029900*
030000 LIST-FOR-STOP.
030100     PERFORM GET-CUSTOMER
030200     MOVE OPEN-BALANCE TO EDIT-AMOUNT
030300     MOVE SPACE TO STOP-LINE
030400     STRING AR-BILL-ID " " CUST-NAME " " EDIT-AMOUNT
030500            " NOTICED " AR-DUN-DATE " STOP " AR-STOP-DATE
030600            " " CUST-ADDRESS
030700            DELIMITED BY SIZE INTO STOP-LINE
030800     WRITE STOP-LINE
030900     ADD 1 TO STOP-COUNT
031000     ADD OPEN-BALANCE TO STOP-TOTAL.
031100*
031200 END PROGRAM BillArrears.
