000100*>
000200* Move-in / move-out processing.  The service desk records each
000300* change of tenancy in MOVEREQ with the date and the meter reading
000400* taken on the day.
000500*
000600* A move-out ends the customer's occupancy and queues a final bill
000700* in BILLMOVE, from the last billed reading on the customer master
000800* to the move-out reading, marked with the days of the part period
000900* so RateCharge pro-rates the base charge and the unit bands.  The
001000* next BillBatch run validates and rates it and BillPrint prints
001100* it as the final invoice.
001200*
001300* A move-in starts a new customer on the meter from the opening
001400* reading.  The customer may be registered beforehand in
001500* BillCustMnt; otherwise it is created here under the name on the
001600* request, with the address, ampere and category of the previous
001700* occupant of the same meter.  The leaving customer stays on the
001800* master with its move-out date, so the meter keeps the history of
001900* its occupancies.  A meter still occupied cannot be moved into:
002000* put the move-out first.
002020*
002040* A move-out reading below the last reading is queued as it is:
002060* BillBatch works out the usage across a meter exchange or a
002080* register wrap as it does for the monthly bills.
002100*
002200* Requests that cannot be applied are listed on MOVELIST.RPT with
002300* the reason and set return code 4.  MOVEREQ is emptied after the
002400* run.
002500*
002600* Request file MOVEREQ (line sequential, fixed columns):
002700*   "O" move-out / "I" move-in + BILL-ID X(5) + date 9(8)
002800*   + reading 9(4) + meter number X(8) + name X(30) (move-in)
002900*
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.   BillMove.
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT MOVE-FILE ASSIGN TO "MOVEREQ"
003600            ORGANIZATION IS LINE SEQUENTIAL
003700            FILE STATUS   IS MOVE-STATUS.
003800     SELECT CUST-FILE ASSIGN TO "CUSTMST"
003900            ORGANIZATION IS INDEXED
004000            ACCESS MODE   IS DYNAMIC
004100            RECORD KEY    IS CUST-BILL-ID
004200            FILE STATUS   IS CUST-STATUS.
004300     SELECT OPTIONAL MOVE-BILL-FILE ASSIGN TO "BILLMOVE"
004400            ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT LIST-FILE ASSIGN TO "MOVELIST.RPT"
004600            ORGANIZATION IS LINE SEQUENTIAL.
004700*
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  MOVE-FILE.
005100 01  MOVE-RECORD.
005200     02  MV-TYPE           PIC X(01).
005300         88  MV-MOVE-OUT   VALUE "O".
005400         88  MV-MOVE-IN    VALUE "I".
005500     02  MV-BILL-ID        PIC X(05).
005600     02  MV-DATE           PIC X(08).
005700     02  MV-DATE-N REDEFINES MV-DATE
005800                           PIC 9(08).
005900     02  MV-READING        PIC X(04).
006000     02  MV-READING-N REDEFINES MV-READING
006100                           PIC 9(04).
006200     02  MV-METER-NO       PIC X(08).
006300     02  MV-NAME           PIC X(30).
006400 FD  CUST-FILE.
006500 01  CUST-RECORD.
006600     02  CUST-BILL-ID      PIC X(05).
006700     02  CUST-NAME         PIC X(30).
006800     02  CUST-ADDRESS      PIC X(60).
006900     02  CUST-AMPERE       PIC 9(02).
007000     02  CUST-CATEGORY     PIC X(01).
007100     02  CUST-METER-NO     PIC X(08).
007200     02  CUST-MOVE-IN      PIC 9(08).
007300     02  CUST-MOVE-OUT     PIC 9(08).
007400     02  CUST-LAST-READING PIC 9(04).
007500     02  CUST-LAST-READ-DATE PIC 9(08).
007600     02  CUST-BILL-STAGE   PIC X(01).
007700         88  CUST-REGULAR-BILL  VALUE " ".
007800         88  CUST-FIRST-BILL-DUE VALUE "I".
007900         88  CUST-FINAL-BILLED  VALUE "F".
008000 FD  MOVE-BILL-FILE.
008100 01  MOVE-BILL-RECORD      PIC X(80).
008200 FD  LIST-FILE.
008300 01  LIST-LINE             PIC X(100).
008400*
008500 WORKING-STORAGE SECTION.
008600 77  MOVE-STATUS           PIC X(02) VALUE SPACE.
008700     88  MOVE-OPEN-OK      VALUE "00".
008800 77  CUST-STATUS           PIC X(02) VALUE SPACE.
008900     88  CUST-OPEN-OK      VALUE "00" "05".
009000 77  MOVE-EOF              PIC X(01) VALUE "N".
009100     88  MOVE-AT-END       VALUE "Y".
009200 77  SCAN-EOF              PIC X(01).
009300     88  SCAN-AT-END       VALUE "Y".
009400 77  ERROR-REASON          PIC X(30).
009500 77  RESULT-TEXT           PIC X(30).
009600 77  METER-BUSY-SW         PIC X(01).
009700     88  METER-IS-BUSY     VALUE "Y".
009800 77  PREVIOUS-FOUND-SW     PIC X(01).
009900     88  PREVIOUS-FOUND    VALUE "Y".
010000 77  LATEST-MOVE-OUT       PIC 9(08).
010100 77  REQUEST-COUNT         PIC 9(07) VALUE 0.
010200 77  MOVE-OUT-COUNT        PIC 9(07) VALUE 0.
010300 77  MOVE-IN-COUNT         PIC 9(07) VALUE 0.
010400 77  ERROR-COUNT           PIC 9(07) VALUE 0.
010500 77  PERIOD-START          PIC 9(08).
010600 77  MONTH-START           PIC 9(08).
010700 77  NEXT-MONTH-START      PIC 9(08).
010800 77  YEAR-MONTH-W          PIC 9(06).
010900 77  DAYS-WORK             PIC S9(06).
011000 01  PREVIOUS-OCCUPANT.
011100     02  PREV-ADDRESS      PIC X(60).
011200     02  PREV-AMPERE       PIC 9(02).
011300     02  PREV-CATEGORY     PIC X(01).
011400 01  BILL-WORK.
011500     02  BILL-IDW          PIC X(5).
011600     02  AMPEW             PIC X(2).
011700     02  PRE-MONTHW        PIC X(4).
011800     02  CUR-MONTHW        PIC X(4).
011900     02  CATEGORYW         PIC X(1).
012000     02  ENDEDW            PIC X(1).
012100     02  BILL-KINDW        PIC X(1).
012200     02  PERIOD-DAYSW      PIC 9(2).
012300     02  MONTH-DAYSW       PIC 9(2).
012350     02  METER-ADJW        PIC X(1).
012400     02  ADJ-CONSUMPTIONW  PIC 9(5).
012450     02  FILLER            PIC X(52).
012500 01  EDIT-COUNT            PIC Z,ZZZ,ZZ9.
012600*
012700 PROCEDURE DIVISION.
012800 BILL-MOVE.
012900     DISPLAY "MOVE-IN / MOVE-OUT"
013000     OPEN INPUT MOVE-FILE
013100     IF NOT MOVE-OPEN-OK
013200         DISPLAY "NO MOVE REQUESTS (MOVEREQ)"
013300         STOP RUN
013400     END-IF
013500     OPEN I-O CUST-FILE
013600     IF NOT CUST-OPEN-OK
013700         DISPLAY "CANNOT OPEN CUSTMST"
013800         CLOSE MOVE-FILE
013900         MOVE 8 TO RETURN-CODE
014000         STOP RUN
014100     END-IF
014200     OPEN EXTEND MOVE-BILL-FILE
014300     OPEN OUTPUT LIST-FILE
014400     MOVE "*** MOVE-IN / MOVE-OUT LIST ***" TO LIST-LINE
014500     WRITE LIST-LINE
014600     PERFORM READ-REQUEST
014700     PERFORM PROCESS-REQUEST UNTIL MOVE-AT-END
014800     MOVE REQUEST-COUNT TO EDIT-COUNT
014900     MOVE SPACE TO LIST-LINE
015000     STRING "REQUESTS : " EDIT-COUNT
015100            DELIMITED BY SIZE INTO LIST-LINE
015200     WRITE LIST-LINE
015300     MOVE ERROR-COUNT TO EDIT-COUNT
015400     MOVE SPACE TO LIST-LINE
015500     STRING "NOT DONE : " EDIT-COUNT
015600            DELIMITED BY SIZE INTO LIST-LINE
015700     WRITE LIST-LINE
015800     CLOSE LIST-FILE
015900     CLOSE MOVE-BILL-FILE
016000     CLOSE CUST-FILE
016100     CLOSE MOVE-FILE
016200*
016300*    the requests are applied; empty MOVEREQ for the next day
016400*
016500     OPEN OUTPUT MOVE-FILE
016600     CLOSE MOVE-FILE
016700     DISPLAY "MOVE-OUT: " MOVE-OUT-COUNT
016800     DISPLAY "MOVE-IN : " MOVE-IN-COUNT
016900     DISPLAY "NOT DONE: " ERROR-COUNT
017000     IF ERROR-COUNT NOT = 0
017100         MOVE 4 TO RETURN-CODE
017200     END-IF
017300     STOP RUN.
017400*
017500 READ-REQUEST.
017600     READ MOVE-FILE
017700         AT END
017800             MOVE "Y" TO MOVE-EOF
017900     END-READ.
018000*
018100 PROCESS-REQUEST.
018200     ADD 1 TO REQUEST-COUNT
018300     MOVE SPACE TO ERROR-REASON RESULT-TEXT
018400     EVALUATE TRUE
018500         WHEN MV-BILL-ID IS NOT NUMERIC
018600           OR MV-DATE IS NOT NUMERIC
018700           OR MV-READING IS NOT NUMERIC
018800             MOVE "INVALID REQUEST" TO ERROR-REASON
018900         WHEN MV-MOVE-OUT
019000             PERFORM MOVE-OUT
019100         WHEN MV-MOVE-IN
019200             PERFORM MOVE-IN
019300         WHEN OTHER
019400             MOVE "UNKNOWN REQUEST TYPE" TO ERROR-REASON
019500     END-EVALUATE
019600     IF ERROR-REASON NOT = SPACE
019700         ADD 1 TO ERROR-COUNT
019800         MOVE ERROR-REASON TO RESULT-TEXT
019900     END-IF
020000     MOVE SPACE TO LIST-LINE
020100     STRING MV-TYPE " " MV-BILL-ID " " MV-DATE " " MV-READING
020200            " " MV-METER-NO " " RESULT-TEXT
020300            DELIMITED BY SIZE INTO LIST-LINE
020400     WRITE LIST-LINE
020500     PERFORM READ-REQUEST.
020600*
020700***** move-out: end the occupancy and queue the final bill *****
020800 MOVE-OUT.
020900     MOVE MV-BILL-ID TO CUST-BILL-ID
021000     READ CUST-FILE
021100         INVALID KEY
021200             MOVE "CUSTOMER NOT REGISTERED" TO ERROR-REASON
021300             EXIT PARAGRAPH
021400     END-READ
021500     IF CUST-MOVE-OUT NOT = 0
021600         MOVE "ALREADY MOVED OUT" TO ERROR-REASON
021700         EXIT PARAGRAPH
021800     END-IF
021900     MOVE CUST-LAST-READ-DATE TO PERIOD-START
022000     IF PERIOD-START = 0
022100         MOVE CUST-MOVE-IN TO PERIOD-START
022200     END-IF
022300     IF PERIOD-START = 0
022400         MOVE "NO READING TO START FROM" TO ERROR-REASON
022500         EXIT PARAGRAPH
022600     END-IF
022700     IF MV-DATE-N < PERIOD-START
022800         MOVE "BEFORE LAST READING" TO ERROR-REASON
022900         EXIT PARAGRAPH
023000     END-IF
023500     MOVE SPACE TO BILL-WORK
023600     MOVE CUST-BILL-ID TO BILL-IDW
023700     MOVE CUST-AMPERE TO AMPEW
023800     MOVE CUST-LAST-READING TO PRE-MONTHW
023900     MOVE MV-READING TO CUR-MONTHW
024000     MOVE CUST-CATEGORY TO CATEGORYW
024100     MOVE "*" TO ENDEDW
024200     MOVE "F" TO BILL-KINDW
024300     PERFORM SET-PERIOD-DAYS
024400     MOVE BILL-WORK TO MOVE-BILL-RECORD
024500     WRITE MOVE-BILL-RECORD
024600     MOVE MV-DATE-N TO CUST-MOVE-OUT CUST-LAST-READ-DATE
024700     MOVE MV-READING-N TO CUST-LAST-READING
024800     SET CUST-FINAL-BILLED TO TRUE
024900     REWRITE CUST-RECORD
025000     ADD 1 TO MOVE-OUT-COUNT
025100     MOVE "FINAL BILL QUEUED" TO RESULT-TEXT.
025200*
025300***** move-in: start the customer from the opening reading ******
025400 MOVE-IN.
025500     IF MV-METER-NO = SPACE
025600         MOVE "METER NUMBER MISSING" TO ERROR-REASON
025700         EXIT PARAGRAPH
025800     END-IF
025900     PERFORM FIND-METER-OCCUPANTS
026000     IF METER-IS-BUSY
026100         MOVE "METER STILL OCCUPIED" TO ERROR-REASON
026200         EXIT PARAGRAPH
026300     END-IF
026400     MOVE MV-BILL-ID TO CUST-BILL-ID
026500     READ CUST-FILE
026600         INVALID KEY
026700             PERFORM NEW-OCCUPANT
026800             EXIT PARAGRAPH
026900     END-READ
027000     IF CUST-MOVE-IN NOT = 0 AND CUST-MOVE-OUT = 0
027100         MOVE "CUSTOMER ALREADY OCCUPYING" TO ERROR-REASON
027200         EXIT PARAGRAPH
027300     END-IF
027400     IF MV-NAME NOT = SPACE
027500         MOVE MV-NAME TO CUST-NAME
027600     END-IF
027700     PERFORM START-OCCUPANCY
027800     REWRITE CUST-RECORD
027900     ADD 1 TO MOVE-IN-COUNT
028000     MOVE "MOVED IN" TO RESULT-TEXT.
028100*
028200 NEW-OCCUPANT.
028300     IF MV-NAME = SPACE
028400         MOVE "NAME MISSING" TO ERROR-REASON
028500         EXIT PARAGRAPH
028600     END-IF
028700     MOVE SPACE TO CUST-RECORD
028800     MOVE MV-BILL-ID TO CUST-BILL-ID
028900     MOVE MV-NAME TO CUST-NAME
029000     IF PREVIOUS-FOUND
029100         MOVE PREV-ADDRESS TO CUST-ADDRESS
029200         MOVE PREV-AMPERE TO CUST-AMPERE
029300         MOVE PREV-CATEGORY TO CUST-CATEGORY
029400     ELSE
029500         MOVE 0 TO CUST-AMPERE
029600     END-IF
029700     PERFORM START-OCCUPANCY
029800     WRITE CUST-RECORD
029900     ADD 1 TO MOVE-IN-COUNT
030000     IF PREVIOUS-FOUND
030100         MOVE "MOVED IN (NEW CUSTOMER)" TO RESULT-TEXT
030200     ELSE
030300         MOVE "MOVED IN, COMPLETE MASTER" TO RESULT-TEXT
030400     END-IF.
030500*
030600 START-OCCUPANCY.
030700     MOVE MV-METER-NO TO CUST-METER-NO
030800     MOVE MV-DATE-N TO CUST-MOVE-IN CUST-LAST-READ-DATE
030900     MOVE 0 TO CUST-MOVE-OUT
031000     MOVE MV-READING-N TO CUST-LAST-READING
031100     SET CUST-FIRST-BILL-DUE TO TRUE.
031200*
031300***** who is, and who last was, on this meter ******************
031400 FIND-METER-OCCUPANTS.
031500     MOVE "N" TO METER-BUSY-SW PREVIOUS-FOUND-SW
031600     MOVE 0 TO LATEST-MOVE-OUT
031700     MOVE "N" TO SCAN-EOF
031800     MOVE LOW-VALUE TO CUST-BILL-ID
031900     START CUST-FILE KEY > CUST-BILL-ID
032000         INVALID KEY
032100             MOVE "Y" TO SCAN-EOF
032200     END-START
032300     PERFORM SCAN-METER UNTIL SCAN-AT-END.
032400*
032500 SCAN-METER.
032600     READ CUST-FILE NEXT RECORD
032700         AT END
032800             MOVE "Y" TO SCAN-EOF
032900             EXIT PARAGRAPH
033000     END-READ
033100     IF CUST-METER-NO NOT = MV-METER-NO
033200        OR CUST-BILL-ID = MV-BILL-ID
033300         EXIT PARAGRAPH
033400     END-IF
033500     IF CUST-MOVE-OUT = 0
033600         MOVE "Y" TO METER-BUSY-SW
033700     END-IF
033800     IF CUST-MOVE-OUT >= LATEST-MOVE-OUT
033900         MOVE CUST-MOVE-OUT TO LATEST-MOVE-OUT
034000         MOVE CUST-ADDRESS TO PREV-ADDRESS
034100         MOVE CUST-AMPERE TO PREV-AMPERE
034200         MOVE CUST-CATEGORY TO PREV-CATEGORY
034300         MOVE "Y" TO PREVIOUS-FOUND-SW
034400     END-IF.
034500*
034600***** days in the part period and in its calendar month ********
034700 SET-PERIOD-DAYS.
034800     COMPUTE DAYS-WORK =
034900         FUNCTION INTEGER-OF-DATE(MV-DATE-N)
035000       - FUNCTION INTEGER-OF-DATE(PERIOD-START)
035100     IF DAYS-WORK < 1
035200         MOVE 1 TO DAYS-WORK
035300     END-IF
035400     IF DAYS-WORK > 99
035500         MOVE 99 TO DAYS-WORK
035600     END-IF
035700     MOVE DAYS-WORK TO PERIOD-DAYSW
035800     DIVIDE PERIOD-START BY 100 GIVING YEAR-MONTH-W
035900     COMPUTE MONTH-START = YEAR-MONTH-W * 100 + 1
036000     COMPUTE NEXT-MONTH-START = FUNCTION DATE-OF-INTEGER
036100         (FUNCTION INTEGER-OF-DATE(MONTH-START) + 31)
036200     DIVIDE NEXT-MONTH-START BY 100 GIVING YEAR-MONTH-W
036300     COMPUTE NEXT-MONTH-START = YEAR-MONTH-W * 100 + 1
036400     COMPUTE DAYS-WORK =
036500         FUNCTION INTEGER-OF-DATE(NEXT-MONTH-START)
036600       - FUNCTION INTEGER-OF-DATE(MONTH-START)
036700     MOVE DAYS-WORK TO MONTH-DAYSW.
036800*
036900 END PROGRAM BillMove.
