000100*>
000200* Meter reading schedule for one reading cycle.  Each route in
000300* ROUTEMST is read on its cycle day of the cycle month (the last
000400* day for a short month); a day that is not a business day moves
000500* to the next business day through the common calendar routine,
000600* or back to the previous one when the next falls into the
000700* following month.
000800*
000900* The cycle month is read from ROUTECYC (YYYYMM); without it the
001000* current month is scheduled.  The run rebuilds:
001100*
001200*   READSCHD    reading schedule, one record per meter, which
001300*               BillBatch checks the returned BILLIN against
001400*   HHDOWN      handheld download, grouped by reader and day
001500*   ROUTEBK.RPT route books, a section per reader with each of
001600*               the reader's routes in walking order
001700*
001800* A stop for a customer who is missing from CUSTMST or has been
001900* final billed at a move-out is left off the schedule and flagged
002000* in the route book so the route can be corrected (return code 4).
002100*
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID.   BillRoute.
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT ROUTE-FILE ASSIGN TO "ROUTEMST"
002800            ORGANIZATION IS INDEXED
002900            ACCESS MODE   IS SEQUENTIAL
003000            RECORD KEY    IS RT-KEY
003100            FILE STATUS   IS ROUTE-STATUS.
003200     SELECT OPTIONAL CUST-FILE ASSIGN TO "CUSTMST"
003300            ORGANIZATION IS INDEXED
003400            ACCESS MODE   IS RANDOM
003500            RECORD KEY    IS CUST-BILL-ID
003600            FILE STATUS   IS CUST-STATUS.
003700     SELECT OPTIONAL CYCLE-FILE ASSIGN TO "ROUTECYC"
003800            ORGANIZATION IS LINE SEQUENTIAL
003900            FILE STATUS   IS CYCLE-STATUS.
004000     SELECT SCHEDULE-FILE ASSIGN TO "READSCHD"
004100            ORGANIZATION IS INDEXED
004200            ACCESS MODE   IS RANDOM
004300            RECORD KEY    IS SCH-BILL-ID
004400            FILE STATUS   IS SCHEDULE-STATUS.
004500     SELECT HANDHELD-FILE ASSIGN TO "HHDOWN"
004600            ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT BOOK-FILE ASSIGN TO "ROUTEBK.RPT"
004800            ORGANIZATION IS LINE SEQUENTIAL.
004900     SELECT SORT-FILE ASSIGN TO "ROUTESRT".
005000*
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  ROUTE-FILE.
005400 01  ROUTE-RECORD.
005500     02  RT-KEY.
005600         03  RT-ROUTE-ID   PIC X(04).
005700         03  RT-SEQ        PIC 9(04).
005800             88  RT-IS-HEADER VALUE 0.
005900     02  RT-BODY           PIC X(32).
006000 01  ROUTE-HEADER-RECORD REDEFINES ROUTE-RECORD.
006100     02  FILLER            PIC X(08).
006200     02  RT-READER-ID      PIC X(06).
006300     02  RT-CYCLE-DAY      PIC 9(02).
006400     02  RT-ROUTE-NAME     PIC X(20).
006500     02  FILLER            PIC X(04).
006600 01  ROUTE-STOP-RECORD REDEFINES ROUTE-RECORD.
006700     02  FILLER            PIC X(08).
006800     02  RT-STOP-BILL-ID   PIC X(05).
006900     02  FILLER            PIC X(27).
007000 FD  CUST-FILE.
007100 01  CUST-RECORD.
007200     02  CUST-BILL-ID      PIC X(05).
007300     02  CUST-NAME         PIC X(30).
007400     02  CUST-ADDRESS      PIC X(60).
007500     02  CUST-AMPERE       PIC 9(02).
007600     02  CUST-CATEGORY     PIC X(01).
007700     02  CUST-METER-NO     PIC X(08).
007800     02  CUST-MOVE-IN      PIC 9(08).
007900     02  CUST-MOVE-OUT     PIC 9(08).
008000     02  CUST-LAST-READING PIC 9(04).
008100     02  CUST-LAST-READ-DATE PIC 9(08).
008200     02  CUST-BILL-STAGE   PIC X(01).
008300         88  CUST-REGULAR-BILL  VALUE " ".
008400         88  CUST-FIRST-BILL-DUE VALUE "I".
008500         88  CUST-FINAL-BILLED  VALUE "F".
008600 FD  CYCLE-FILE.
008700 01  CYCLE-RECORD.
008800     02  CYC-MONTH         PIC X(06).
008900 FD  SCHEDULE-FILE.
009000 01  SCHEDULE-RECORD.
009100     02  SCH-BILL-ID       PIC X(05).
009200     02  SCH-ROUTE-ID      PIC X(04).
009300     02  SCH-SEQ           PIC 9(04).
009400     02  SCH-READER-ID     PIC X(06).
009500     02  SCH-READ-DATE     PIC 9(08).
009600     02  SCH-METER-NO      PIC X(08).
009700*    set by BillBatch from the returned BILLIN
009800     02  SCH-READ-FLAG     PIC X(01).
009900         88  SCH-NOT-RETURNED VALUE " ".
010000         88  SCH-NO-READING   VALUE "B".
010100         88  SCH-WAS-READ     VALUE "R".
010200 FD  HANDHELD-FILE.
010300 01  HANDHELD-RECORD.
010400     02  HH-READER-ID      PIC X(06).
010500     02  HH-READ-DATE      PIC 9(08).
010600     02  HH-ROUTE-ID       PIC X(04).
010700     02  HH-SEQ            PIC 9(04).
010800     02  HH-BILL-ID        PIC X(05).
010900     02  HH-METER-NO       PIC X(08).
011000     02  HH-LAST-READING   PIC 9(04).
011100     02  HH-NAME           PIC X(30).
011200     02  HH-ADDRESS        PIC X(60).
011300 FD  BOOK-FILE.
011400 01  BOOK-LINE             PIC X(120).
011500 SD  SORT-FILE.
011600 01  SORT-RECORD.
011700     02  SRT-READER-ID     PIC X(06).
011800     02  SRT-READ-DATE     PIC 9(08).
011900     02  SRT-ROUTE-ID      PIC X(04).
012000     02  SRT-SEQ           PIC 9(04).
012100     02  SRT-BILL-ID       PIC X(05).
012200     02  SRT-ROUTE-NAME    PIC X(20).
012300*
012400 WORKING-STORAGE SECTION.
012500 77  ROUTE-STATUS          PIC X(02) VALUE SPACE.
012600     88  ROUTE-OPEN-OK     VALUE "00".
012700 77  CUST-STATUS           PIC X(02) VALUE SPACE.
012800     88  CUST-OPEN-OK      VALUE "00" "05".
012900 77  CUST-USABLE-SW        PIC X(01) VALUE "N".
013000     88  CUST-USABLE       VALUE "Y".
013100 77  CYCLE-STATUS          PIC X(02) VALUE SPACE.
013200     88  CYCLE-OPEN-OK     VALUE "00".
013300 77  SCHEDULE-STATUS       PIC X(02) VALUE SPACE.
013400 77  ROUTE-EOF             PIC X(01) VALUE "N".
013500     88  ROUTE-AT-END      VALUE "Y".
013600 77  SORT-EOF              PIC X(01) VALUE "N".
013700     88  SORT-AT-END       VALUE "Y".
013800 77  TODAY-DATE            PIC 9(08).
013900 77  CYCLE-MONTH           PIC 9(06).
014000 77  MONTH-START           PIC 9(08).
014100 77  NEXT-MONTH-START      PIC 9(08).
014200 77  MONTH-DAYS            PIC 9(02).
014300 77  DAY-W                 PIC 9(02).
014400 77  ROUTE-READ-DATE       PIC 9(08).
014500 77  HEADER-ROUTE-ID       PIC X(04) VALUE SPACE.
014600 77  HEADER-READER-ID      PIC X(06).
014700 77  HEADER-ROUTE-NAME     PIC X(20).
014800 77  LAST-READER-ID        PIC X(06).
014900 77  LAST-ROUTE-ID         PIC X(04).
015000 77  STOP-NOTE             PIC X(30).
015100 77  ROUTE-COUNT           PIC 9(05) VALUE 0.
015200 77  MOVED-DATE-COUNT      PIC 9(05) VALUE 0.
015300 77  SCHEDULED-COUNT       PIC 9(07) VALUE 0.
015400 77  READER-STOPS          PIC 9(07) VALUE 0.
015500 77  SKIPPED-COUNT         PIC 9(07) VALUE 0.
015600 77  ORPHAN-COUNT          PIC 9(07) VALUE 0.
015700 77  CAL-FUNCTION          PIC X(01).
015800 77  CAL-BASE-DATE         PIC 9(08).
015900 77  CAL-OTHER-DATE        PIC 9(08) VALUE 0.
016000 77  CAL-RESULT-DATE       PIC 9(08).
016100 77  CAL-BUSINESS-DAYS     PIC S9(05).
016200 77  CAL-RESULT            PIC 9(01).
016300 77  SPOOL-SOURCE          PIC X(08).
016400 77  SPOOL-REPORT          PIC X(08).
016500 77  SPOOL-BODY            PIC X(20).
016600 77  SPOOL-RESULT          PIC 9(01).
016700 01  EDIT-COUNT            PIC Z,ZZZ,ZZ9.
016800*
016900 PROCEDURE DIVISION.
017000 BILL-ROUTE.
017100     DISPLAY "METER READING SCHEDULE"
017200     OPEN INPUT ROUTE-FILE
017300     IF NOT ROUTE-OPEN-OK
017400         DISPLAY "NO ROUTES (ROUTEMST)"
017500         STOP RUN
017600     END-IF
017700     OPEN INPUT CUST-FILE
017800     IF CUST-OPEN-OK
017900         MOVE "Y" TO CUST-USABLE-SW
018000     END-IF
018100     ACCEPT TODAY-DATE FROM DATE YYYYMMDD
018200     PERFORM LOAD-CYCLE-MONTH
018300     OPEN OUTPUT SCHEDULE-FILE
018400     OPEN OUTPUT HANDHELD-FILE
018500     OPEN OUTPUT BOOK-FILE
018600     MOVE SPACE TO BOOK-LINE
018700     STRING "*** METER READING ROUTE BOOKS  CYCLE " CYCLE-MONTH
018800            " ***" DELIMITED BY SIZE INTO BOOK-LINE
018900     WRITE BOOK-LINE
019000     SORT SORT-FILE
019100         ASCENDING KEY SRT-READER-ID SRT-READ-DATE
019200                       SRT-ROUTE-ID SRT-SEQ
019300         INPUT PROCEDURE IS PICK-ROUTE-STOPS
019400         OUTPUT PROCEDURE IS WRITE-ROUTE-BOOKS
019500     MOVE SCHEDULED-COUNT TO EDIT-COUNT
019600     MOVE SPACE TO BOOK-LINE
019700     STRING "METERS SCHEDULED: " EDIT-COUNT
019800            DELIMITED BY SIZE INTO BOOK-LINE
019900     WRITE BOOK-LINE
020000     IF SKIPPED-COUNT NOT = 0 OR ORPHAN-COUNT NOT = 0
020100         ADD ORPHAN-COUNT TO SKIPPED-COUNT
020200         MOVE SKIPPED-COUNT TO EDIT-COUNT
020300         MOVE SPACE TO BOOK-LINE
020400         STRING "STOPS LEFT OFF  : " EDIT-COUNT
020500                "  (ROUTE NEEDS CORRECTING)"
020600                DELIMITED BY SIZE INTO BOOK-LINE
020700         WRITE BOOK-LINE
020800         MOVE 4 TO RETURN-CODE
020900     END-IF
021000     CLOSE BOOK-FILE
021100     CLOSE HANDHELD-FILE
021200     CLOSE SCHEDULE-FILE
021300     CLOSE CUST-FILE
021400     CLOSE ROUTE-FILE
021500     MOVE "BILLROUT" TO SPOOL-SOURCE
021600     MOVE "ROUTEBK"  TO SPOOL-REPORT
021700     MOVE "ROUTEBK.RPT" TO SPOOL-BODY
021800     CALL "スプール登録" USING SPOOL-SOURCE
021900          SPOOL-REPORT SPOOL-BODY SPOOL-RESULT
022000     DISPLAY "CYCLE    : " CYCLE-MONTH
022100     DISPLAY "ROUTES   : " ROUTE-COUNT
022200     DISPLAY "MOVED DAY: " MOVED-DATE-COUNT
022300     DISPLAY "METERS   : " SCHEDULED-COUNT
022400     DISPLAY "LEFT OFF : " SKIPPED-COUNT
022500     STOP RUN.
022600*
022700 LOAD-CYCLE-MONTH.
022800     MOVE TODAY-DATE(1:6) TO CYCLE-MONTH
022900     OPEN INPUT CYCLE-FILE
023000     IF CYCLE-OPEN-OK
023100         READ CYCLE-FILE
023200             AT END
023300                 MOVE SPACE TO CYCLE-RECORD
023400         END-READ
023500         IF CYC-MONTH IS NUMERIC
023600             MOVE CYC-MONTH TO CYCLE-MONTH
023700         END-IF
023800     END-IF
023900     CLOSE CYCLE-FILE
024000     COMPUTE MONTH-START = CYCLE-MONTH * 100 + 1
024100     IF CYCLE-MONTH(5:2) = "12"
024200         COMPUTE NEXT-MONTH-START =
024300             (CYCLE-MONTH + 89) * 100 + 1
024400     ELSE
024500         COMPUTE NEXT-MONTH-START =
024600             (CYCLE-MONTH + 1) * 100 + 1
024700     END-IF
024800     COMPUTE MONTH-DAYS =
024900         FUNCTION INTEGER-OF-DATE(NEXT-MONTH-START)
025000       - FUNCTION INTEGER-OF-DATE(MONTH-START).
025100*
025200***** routes in key order, each header before its stops *******
025300 PICK-ROUTE-STOPS.
025400     PERFORM READ-ROUTE
025500     PERFORM PICK-ONE-STOP UNTIL ROUTE-AT-END.
025600*
025700 READ-ROUTE.
025800     READ ROUTE-FILE NEXT RECORD
025900         AT END
026000             MOVE "Y" TO ROUTE-EOF
026100     END-READ.
026200*
026300 PICK-ONE-STOP.
026400     IF RT-IS-HEADER
026500         ADD 1 TO ROUTE-COUNT
026600         MOVE RT-ROUTE-ID TO HEADER-ROUTE-ID
026700         MOVE RT-READER-ID TO HEADER-READER-ID
026800         MOVE RT-ROUTE-NAME TO HEADER-ROUTE-NAME
026900         PERFORM SET-READING-DATE
027000     ELSE
027100         IF RT-ROUTE-ID = HEADER-ROUTE-ID
027200             MOVE HEADER-READER-ID TO SRT-READER-ID
027300             MOVE ROUTE-READ-DATE TO SRT-READ-DATE
027400             MOVE RT-ROUTE-ID TO SRT-ROUTE-ID
027500             MOVE RT-SEQ TO SRT-SEQ
027600             MOVE RT-STOP-BILL-ID TO SRT-BILL-ID
027700             MOVE HEADER-ROUTE-NAME TO SRT-ROUTE-NAME
027800             RELEASE SORT-RECORD
027900         ELSE
028000             DISPLAY "ROUTE " RT-ROUTE-ID " HAS NO HEADER - "
028100                     RT-STOP-BILL-ID " NOT SCHEDULED"
028200             ADD 1 TO ORPHAN-COUNT
028300         END-IF
028400     END-IF
028500     PERFORM READ-ROUTE.
028600*
028700***** cycle day, moved off a non-business day *****************
028800 SET-READING-DATE.
028900     MOVE RT-CYCLE-DAY TO DAY-W
029000     IF DAY-W < 1
029100         MOVE 1 TO DAY-W
029200     END-IF
029300     IF DAY-W > MONTH-DAYS
029400         MOVE MONTH-DAYS TO DAY-W
029500     END-IF
029600     COMPUTE ROUTE-READ-DATE = MONTH-START + DAY-W - 1
029700     MOVE "1" TO CAL-FUNCTION
029800     MOVE ROUTE-READ-DATE TO CAL-BASE-DATE
029900     CALL "暦日計算" USING CAL-FUNCTION CAL-BASE-DATE
030000          CAL-OTHER-DATE CAL-RESULT-DATE CAL-BUSINESS-DAYS
030100          CAL-RESULT
030200     IF CAL-RESULT NOT = 1
030300         EXIT PARAGRAPH
030400     END-IF
030500     MOVE "2" TO CAL-FUNCTION
030600     CALL "暦日計算" USING CAL-FUNCTION CAL-BASE-DATE
030700          CAL-OTHER-DATE CAL-RESULT-DATE CAL-BUSINESS-DAYS
030800          CAL-RESULT
030900     IF CAL-RESULT-DATE >= NEXT-MONTH-START
031000         MOVE "3" TO CAL-FUNCTION
031100         CALL "暦日計算" USING CAL-FUNCTION CAL-BASE-DATE
031200              CAL-OTHER-DATE CAL-RESULT-DATE CAL-BUSINESS-DAYS
031300              CAL-RESULT
031400     END-IF
031500     MOVE CAL-RESULT-DATE TO ROUTE-READ-DATE
031600     ADD 1 TO MOVED-DATE-COUNT.
031700*
031800***** by reader, day and route ********************************
031900 WRITE-ROUTE-BOOKS.
032000     MOVE HIGH-VALUE TO LAST-READER-ID LAST-ROUTE-ID
032100     PERFORM RETURN-STOP
032200     PERFORM BOOK-ONE-STOP UNTIL SORT-AT-END
032300     IF LAST-READER-ID NOT = HIGH-VALUE
032400         PERFORM READER-TOTAL
032500     END-IF.
032600*
032700 RETURN-STOP.
032800     RETURN SORT-FILE
032900         AT END
033000             MOVE "Y" TO SORT-EOF
033100     END-RETURN.
033200*
033300 BOOK-ONE-STOP.
033400     IF SRT-READER-ID NOT = LAST-READER-ID
033500         IF LAST-READER-ID NOT = HIGH-VALUE
033600             PERFORM READER-TOTAL
033700         END-IF
033800         MOVE SRT-READER-ID TO LAST-READER-ID
033900         MOVE HIGH-VALUE TO LAST-ROUTE-ID
034000         MOVE 0 TO READER-STOPS
034100         MOVE SPACE TO BOOK-LINE
034200         WRITE BOOK-LINE
034300         STRING "READER " SRT-READER-ID
034400                DELIMITED BY SIZE INTO BOOK-LINE
034500         WRITE BOOK-LINE
034600     END-IF
034700     IF SRT-ROUTE-ID NOT = LAST-ROUTE-ID
034800         MOVE SRT-ROUTE-ID TO LAST-ROUTE-ID
034900         MOVE SPACE TO BOOK-LINE
035000         STRING "  ROUTE " SRT-ROUTE-ID " " SRT-ROUTE-NAME
035100                "  READ ON " SRT-READ-DATE
035200                DELIMITED BY SIZE INTO BOOK-LINE
035300         WRITE BOOK-LINE
035400         MOVE "  SEQ  BILL  METER    NAME" TO BOOK-LINE
035500         MOVE "LAST  READING" TO BOOK-LINE(70:13)
035600         WRITE BOOK-LINE
035700     END-IF
035800     PERFORM SCHEDULE-ONE-STOP
035900     PERFORM RETURN-STOP.
036000*
036100 SCHEDULE-ONE-STOP.
036200     MOVE SPACE TO STOP-NOTE
036300     MOVE SPACE TO CUST-RECORD
036400     MOVE SRT-BILL-ID TO CUST-BILL-ID
036500     MOVE 0 TO CUST-LAST-READING
036600     IF CUST-USABLE
036700         READ CUST-FILE
036800             INVALID KEY
036900                 MOVE "NOT ON CUSTOMER MASTER" TO STOP-NOTE
037000         END-READ
037100     END-IF
037200     IF STOP-NOTE = SPACE AND CUST-FINAL-BILLED
037300         MOVE "FINAL BILLED - CHECK OCCUPANT" TO STOP-NOTE
037400     END-IF
037500     IF STOP-NOTE = SPACE
037600         MOVE SRT-BILL-ID TO SCH-BILL-ID
037700         MOVE SRT-ROUTE-ID TO SCH-ROUTE-ID
037800         MOVE SRT-SEQ TO SCH-SEQ
037900         MOVE SRT-READER-ID TO SCH-READER-ID
038000         MOVE SRT-READ-DATE TO SCH-READ-DATE
038100         MOVE CUST-METER-NO TO SCH-METER-NO
038200         MOVE SPACE TO SCH-READ-FLAG
038300         WRITE SCHEDULE-RECORD
038400             INVALID KEY
038500                 MOVE "ON MORE THAN ONE ROUTE" TO STOP-NOTE
038600         END-WRITE
038700     END-IF
038800     MOVE SPACE TO BOOK-LINE
038900     STRING "  " SRT-SEQ " " SRT-BILL-ID " " CUST-METER-NO
039000            " " CUST-NAME
039100            DELIMITED BY SIZE INTO BOOK-LINE
039200     IF STOP-NOTE NOT = SPACE
039300         MOVE STOP-NOTE TO BOOK-LINE(70:30)
039400         WRITE BOOK-LINE
039500         ADD 1 TO SKIPPED-COUNT
039600         EXIT PARAGRAPH
039700     END-IF
039800     MOVE CUST-LAST-READING TO BOOK-LINE(70:4)
039900     MOVE "______" TO BOOK-LINE(76:6)
040000     WRITE BOOK-LINE
040100     MOVE SPACE TO BOOK-LINE
040200     MOVE CUST-ADDRESS TO BOOK-LINE(23:60)
040300     WRITE BOOK-LINE
040400     MOVE SRT-READER-ID TO HH-READER-ID
040500     MOVE SRT-READ-DATE TO HH-READ-DATE
040600     MOVE SRT-ROUTE-ID TO HH-ROUTE-ID
040700     MOVE SRT-SEQ TO HH-SEQ
040800     MOVE SRT-BILL-ID TO HH-BILL-ID
040900     MOVE CUST-METER-NO TO HH-METER-NO
041000     MOVE CUST-LAST-READING TO HH-LAST-READING
041100     MOVE CUST-NAME TO HH-NAME
041200     MOVE CUST-ADDRESS TO HH-ADDRESS
041300     WRITE HANDHELD-RECORD
041400     ADD 1 TO SCHEDULED-COUNT
041500     ADD 1 TO READER-STOPS.
041600*
041700 READER-TOTAL.
041800     MOVE READER-STOPS TO EDIT-COUNT
041900     MOVE SPACE TO BOOK-LINE
042000     STRING "  METERS FOR READER " LAST-READER-ID ": "
042100            EDIT-COUNT DELIMITED BY SIZE INTO BOOK-LINE
042200     WRITE BOOK-LINE.
042300*
042400 END PROGRAM BillRoute.
