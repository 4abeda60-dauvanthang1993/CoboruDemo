000100*>
000200* Meter-reading route master maintenance.  A route is a walk for
000300* one meter reader: its header (sequence 0000) names the reader
000400* and the cycle day of the month the route is read on, and its
000500* stops (sequence 0001 up) give the BILL-IDs in walking order.
000600* BillRoute turns the routes into each cycle's reading schedule,
000700* route books and handheld download file.
000800*
000900* Route master ROUTEMST (indexed, key route id + sequence):
001000*   header: reader X(6) / cycle day 9(2) / route name X(20)
001100*   stop  : BILL-ID X(5)
001200*
001300 IDENTIFICATION DIVISION.
001400 PROGRAM-ID.   BillRouteMnt.
001500 ENVIRONMENT DIVISION.
001600 INPUT-OUTPUT SECTION.
001700 FILE-CONTROL.
001800     SELECT OPTIONAL ROUTE-FILE ASSIGN TO "ROUTEMST"
001900            ORGANIZATION IS INDEXED
002000            ACCESS MODE   IS DYNAMIC
002100            RECORD KEY    IS RT-KEY
002200            FILE STATUS   IS ROUTE-STATUS.
002300     SELECT OPTIONAL CUST-FILE ASSIGN TO "CUSTMST"
002400            ORGANIZATION IS INDEXED
002500            ACCESS MODE   IS RANDOM
002600            RECORD KEY    IS CUST-BILL-ID
002700            FILE STATUS   IS CUST-STATUS.
002800*
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  ROUTE-FILE.
003200 01  ROUTE-RECORD.
003300     02  RT-KEY.
003400         03  RT-ROUTE-ID   PIC X(04).
003500         03  RT-SEQ        PIC 9(04).
003600             88  RT-IS-HEADER VALUE 0.
003700     02  RT-BODY           PIC X(32).
003800 01  ROUTE-HEADER-RECORD REDEFINES ROUTE-RECORD.
003900     02  FILLER            PIC X(08).
004000     02  RT-READER-ID      PIC X(06).
004100     02  RT-CYCLE-DAY      PIC 9(02).
004200     02  RT-ROUTE-NAME     PIC X(20).
004300     02  FILLER            PIC X(04).
004400 01  ROUTE-STOP-RECORD REDEFINES ROUTE-RECORD.
004500     02  FILLER            PIC X(08).
004600     02  RT-STOP-BILL-ID   PIC X(05).
004700     02  FILLER            PIC X(27).
004800 FD  CUST-FILE.
004900 01  CUST-RECORD.
005000     02  CUST-BILL-ID      PIC X(05).
005100     02  CUST-NAME         PIC X(30).
005200     02  CUST-ADDRESS      PIC X(60).
005300*    ampere, category, meter and occupancy (see BillCustMnt)
005400     02  FILLER            PIC X(40).
005500*
005600 WORKING-STORAGE SECTION.
005700 77  ROUTE-STATUS          PIC X(02) VALUE SPACE.
005800     88  ROUTE-OPEN-OK     VALUE "00" "05".
005900 77  CUST-STATUS           PIC X(02) VALUE SPACE.
006000     88  CUST-OPEN-OK      VALUE "00" "05".
006100 77  CUST-USABLE-SW        PIC X(01) VALUE "N".
006200     88  CUST-USABLE       VALUE "Y".
006300 77  MENU-CHOICE           PIC 9(01).
006400 77  QUIT-FLAG             PIC X(01) VALUE "N".
006500     88  QUIT-REQUESTED    VALUE "Y".
006600 77  LIST-EOF              PIC X(01).
006700     88  LIST-AT-END       VALUE "Y".
006800 77  ROUTE-KEY-W           PIC X(04).
006900 77  STOP-BILL-ID-W        PIC X(05).
007000 77  STOP-OK-SW            PIC X(01).
007100     88  STOP-IS-OK        VALUE "Y".
007200*
007300 PROCEDURE DIVISION.
007400 ROUTE-MAINT.
007500     OPEN I-O ROUTE-FILE
007600     IF NOT ROUTE-OPEN-OK
007700         DISPLAY "CANNOT OPEN ROUTEMST"
007800         STOP RUN
007900     END-IF
008000     OPEN INPUT CUST-FILE
008100     IF CUST-OPEN-OK
008200         MOVE "Y" TO CUST-USABLE-SW
008300     END-IF
008400     PERFORM MENU-LOOP UNTIL QUIT-REQUESTED
008500     CLOSE CUST-FILE
008600     CLOSE ROUTE-FILE
008700     STOP RUN.
008800*
008900 MENU-LOOP.
009000     DISPLAY "METER READING ROUTES"
009100     DISPLAY "1=ROUTE 2=ADD STOP 3=DELETE STOP 4=LIST 9=QUIT"
009200     ACCEPT MENU-CHOICE FROM CONSOLE
009300     EVALUATE MENU-CHOICE
009400         WHEN 1
009500             PERFORM ROUTE-HEADER
009600         WHEN 2
009700             PERFORM ADD-STOP
009800         WHEN 3
009900             PERFORM DELETE-STOP
010000         WHEN 4
010100             PERFORM LIST-ROUTE
010200         WHEN 9
010300             MOVE "Y" TO QUIT-FLAG
010400     END-EVALUATE.
010500*
010600***** reader and cycle day for the whole route ****************
010700 ROUTE-HEADER.
010800     DISPLAY "ROUTE ID (4 CHARACTERS)"
010900     ACCEPT ROUTE-KEY-W FROM CONSOLE
011000     MOVE ROUTE-KEY-W TO RT-ROUTE-ID
011100     MOVE 0 TO RT-SEQ
011200     READ ROUTE-FILE
011300         INVALID KEY
011400             MOVE SPACE TO RT-BODY
011500             PERFORM ENTER-HEADER
011600             IF RT-CYCLE-DAY >= 1 AND RT-CYCLE-DAY <= 31
011700                 WRITE ROUTE-RECORD
011800                 DISPLAY "ADDED"
011900             END-IF
012000         NOT INVALID KEY
012100             PERFORM ENTER-HEADER
012200             IF RT-CYCLE-DAY >= 1 AND RT-CYCLE-DAY <= 31
012300                 REWRITE ROUTE-RECORD
012400                 DISPLAY "UPDATED"
012500             END-IF
012600     END-READ.
012700*
012800 ENTER-HEADER.
012900     DISPLAY "ROUTE NAME"
013000     ACCEPT RT-ROUTE-NAME FROM CONSOLE
013100     DISPLAY "READER ID"
013200     ACCEPT RT-READER-ID FROM CONSOLE
013300     DISPLAY "CYCLE DAY (01-31)"
013400     ACCEPT RT-CYCLE-DAY FROM CONSOLE
013500     IF RT-CYCLE-DAY < 1 OR RT-CYCLE-DAY > 31
013600         DISPLAY "CYCLE DAY MUST BE 01 TO 31"
013700     END-IF.
013800*
013900***** a meter can stand on only one route *********************
014000 ADD-STOP.
014100     DISPLAY "ROUTE ID (4 CHARACTERS)"
014200     ACCEPT ROUTE-KEY-W FROM CONSOLE
014300     MOVE ROUTE-KEY-W TO RT-ROUTE-ID
014400     MOVE 0 TO RT-SEQ
014500     READ ROUTE-FILE
014600         INVALID KEY
014700             DISPLAY "ROUTE NOT FOUND - ENTER THE ROUTE FIRST"
014800             EXIT PARAGRAPH
014900     END-READ
015000     DISPLAY "BILL-ID (5 DIGITS)"
015100     ACCEPT STOP-BILL-ID-W FROM CONSOLE
015200     PERFORM CHECK-STOP
015300     IF NOT STOP-IS-OK
015400         EXIT PARAGRAPH
015500     END-IF
015600     MOVE ROUTE-KEY-W TO RT-ROUTE-ID
015700     DISPLAY "SEQUENCE ON ROUTE (0001-9999)"
015800     ACCEPT RT-SEQ FROM CONSOLE
015900     IF RT-SEQ = 0
016000         DISPLAY "SEQUENCE 0000 IS THE ROUTE HEADER"
016100         EXIT PARAGRAPH
016200     END-IF
016300     MOVE SPACE TO RT-BODY
016400     MOVE STOP-BILL-ID-W TO RT-STOP-BILL-ID
016500     WRITE ROUTE-RECORD
016600         INVALID KEY
016700             DISPLAY "SEQUENCE ALREADY USED"
016800         NOT INVALID KEY
016900             DISPLAY "ADDED"
017000     END-WRITE.
017100*
017200 CHECK-STOP.
017300     MOVE "N" TO STOP-OK-SW
017400     IF CUST-USABLE
017500         MOVE STOP-BILL-ID-W TO CUST-BILL-ID
017600         READ CUST-FILE
017700             INVALID KEY
017800                 DISPLAY "CUSTOMER NOT FOUND"
017900                 EXIT PARAGRAPH
018000         END-READ
018100     END-IF
018200     MOVE "N" TO LIST-EOF
018300     MOVE LOW-VALUE TO RT-KEY
018400     START ROUTE-FILE KEY > RT-KEY
018500         INVALID KEY
018600             MOVE "Y" TO LIST-EOF
018700     END-START
018800     MOVE "Y" TO STOP-OK-SW
018900     PERFORM FIND-STOP UNTIL LIST-AT-END.
019000*
019100 FIND-STOP.
019200     READ ROUTE-FILE NEXT RECORD
019300         AT END
019400             MOVE "Y" TO LIST-EOF
019500             EXIT PARAGRAPH
019600     END-READ
019700     IF NOT RT-IS-HEADER
019800        AND RT-STOP-BILL-ID = STOP-BILL-ID-W
019900         DISPLAY "ALREADY ON ROUTE " RT-ROUTE-ID " AT " RT-SEQ
020000         MOVE "N" TO STOP-OK-SW
020100         MOVE "Y" TO LIST-EOF
020200     END-IF.
020300*
020400 DELETE-STOP.
020500     DISPLAY "ROUTE ID (4 CHARACTERS)"
020600     ACCEPT RT-ROUTE-ID FROM CONSOLE
020700     DISPLAY "SEQUENCE ON ROUTE (0001-9999)"
020800     ACCEPT RT-SEQ FROM CONSOLE
020900     IF RT-SEQ = 0
021000         DISPLAY "SEQUENCE 0000 IS THE ROUTE HEADER"
021100         EXIT PARAGRAPH
021200     END-IF
021300     DELETE ROUTE-FILE
021400         INVALID KEY
021500             DISPLAY "NOT FOUND"
021600         NOT INVALID KEY
021700             DISPLAY "DELETED"
021800     END-DELETE.
021900*
022000 LIST-ROUTE.
022100     DISPLAY "ROUTE ID (BLANK = ALL ROUTES)"
022200     ACCEPT ROUTE-KEY-W FROM CONSOLE
022300     MOVE "N" TO LIST-EOF
022400     MOVE LOW-VALUE TO RT-KEY
022500     IF ROUTE-KEY-W NOT = SPACE
022600         MOVE ROUTE-KEY-W TO RT-ROUTE-ID
022700         MOVE 0 TO RT-SEQ
022800         START ROUTE-FILE KEY >= RT-KEY
022900             INVALID KEY
023000                 MOVE "Y" TO LIST-EOF
023100         END-START
023200     ELSE
023300         START ROUTE-FILE KEY > RT-KEY
023400             INVALID KEY
023500                 MOVE "Y" TO LIST-EOF
023600         END-START
023700     END-IF
023800     PERFORM LIST-ONE UNTIL LIST-AT-END.
023900*
024000 LIST-ONE.
024100     READ ROUTE-FILE NEXT RECORD
024200         AT END
024300             MOVE "Y" TO LIST-EOF
024400             EXIT PARAGRAPH
024500     END-READ
024600     IF ROUTE-KEY-W NOT = SPACE
024700        AND RT-ROUTE-ID NOT = ROUTE-KEY-W
024800         MOVE "Y" TO LIST-EOF
024900         EXIT PARAGRAPH
025000     END-IF
025100     IF RT-IS-HEADER
025200         DISPLAY "ROUTE " RT-ROUTE-ID " " RT-ROUTE-NAME
025300                 " READER " RT-READER-ID
025400                 " DAY " RT-CYCLE-DAY
025500     ELSE
025600         MOVE SPACE TO CUST-NAME
025700         IF CUST-USABLE
025800             MOVE RT-STOP-BILL-ID TO CUST-BILL-ID
025900             READ CUST-FILE
026000                 INVALID KEY
026100                     MOVE "(NOT ON CUSTOMER MASTER)" TO CUST-NAME
026200             END-READ
026300         END-IF
026400         DISPLAY "  " RT-SEQ " " RT-STOP-BILL-ID " " CUST-NAME
026500     END-IF.
026600*
026700 END PROGRAM BillRouteMnt.
