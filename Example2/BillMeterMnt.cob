000100*>
000200* Meter master maintenance.  Each BILL-ID has one meter in service,
000300* with its number, the number of digits on its register and the
000400* date it was installed.  BillBatch uses the digits to recognise a
000500* register that has wrapped past its last value.
000600*
000700* A meter exchange is recorded here with the old meter's final
000800* reading and the new meter's start reading.  The exchange stays
000900* open in METERXCH until the bill spanning it has been accepted;
001000* BillBatch then charges the old meter up to its final reading
001100* plus the new meter from its start reading, and settles it.  The
001200* master is switched to the new meter at once, and the customers
001300* on the old meter number in CUSTMST are moved to the new one so
001400* the occupancy history follows the premises.
001500*
001600* Meter master METERMST (indexed, key BILL-ID):
001700*   BILL-ID X(5) / METER-NO X(8) / DIGITS 9(1) / INSTALLED 9(8)
001800* Meter exchanges METERXCH (indexed, key BILL-ID + date):
001900*   old meter, digits and final reading / new meter, digits and
002000*   start reading / status "O" open, "A" applied / applied date
002100*
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID.   BillMeterMnt.
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT OPTIONAL METER-FILE ASSIGN TO "METERMST"
002800            ORGANIZATION IS INDEXED
002900            ACCESS MODE   IS DYNAMIC
003000            RECORD KEY    IS MTR-BILL-ID
003100            FILE STATUS   IS METER-STATUS.
003200     SELECT OPTIONAL EXCHANGE-FILE ASSIGN TO "METERXCH"
003300            ORGANIZATION IS INDEXED
003400            ACCESS MODE   IS DYNAMIC
003500            RECORD KEY    IS XCH-KEY
003600            FILE STATUS   IS EXCHANGE-STATUS.
003700     SELECT OPTIONAL CUST-FILE ASSIGN TO "CUSTMST"
003800            ORGANIZATION IS INDEXED
003900            ACCESS MODE   IS DYNAMIC
004000            RECORD KEY    IS CUST-BILL-ID
004100            FILE STATUS   IS CUST-STATUS.
004200*
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  METER-FILE.
004600 01  METER-RECORD.
004700     02  MTR-BILL-ID       PIC X(05).
004800     02  MTR-METER-NO      PIC X(08).
004900     02  MTR-DIGITS        PIC 9(01).
005000     02  MTR-INSTALLED     PIC 9(08).
005100 FD  EXCHANGE-FILE.
005200 01  EXCHANGE-RECORD.
005300     02  XCH-KEY.
005400         03  XCH-BILL-ID   PIC X(05).
005500         03  XCH-DATE      PIC 9(08).
005600     02  XCH-OLD-METER-NO  PIC X(08).
005700     02  XCH-OLD-DIGITS    PIC 9(01).
005800     02  XCH-OLD-FINAL     PIC 9(04).
005900     02  XCH-NEW-METER-NO  PIC X(08).
006000     02  XCH-NEW-DIGITS    PIC 9(01).
006100     02  XCH-NEW-START     PIC 9(04).
006200     02  XCH-STATUS        PIC X(01).
006300         88  XCH-OPEN      VALUE "O".
006400         88  XCH-APPLIED   VALUE "A".
006500     02  XCH-APPLIED-DATE  PIC 9(08).
006600 FD  CUST-FILE.
006700 01  CUST-RECORD.
006800     02  CUST-BILL-ID      PIC X(05).
006900     02  CUST-NAME         PIC X(30).
007000     02  CUST-ADDRESS      PIC X(60).
007100     02  CUST-AMPERE       PIC 9(02).
007200     02  CUST-CATEGORY     PIC X(01).
007300     02  CUST-METER-NO     PIC X(08).
007400*    occupancy, last reading and bill stage (see BillCustMnt)
007500     02  FILLER            PIC X(29).
007600*
007700 WORKING-STORAGE SECTION.
007800 77  METER-STATUS          PIC X(02) VALUE SPACE.
007900     88  METER-OPEN-OK     VALUE "00" "05".
008000 77  EXCHANGE-STATUS       PIC X(02) VALUE SPACE.
008100     88  EXCHANGE-OPEN-OK  VALUE "00" "05".
008200 77  CUST-STATUS           PIC X(02) VALUE SPACE.
008300     88  CUST-OPEN-OK      VALUE "00" "05".
008400 77  MENU-CHOICE           PIC 9(01).
008500 77  QUIT-FLAG             PIC X(01) VALUE "N".
008600     88  QUIT-REQUESTED    VALUE "Y".
008700 77  LIST-EOF              PIC X(01).
008800     88  LIST-AT-END       VALUE "Y".
008900 77  OLD-METER-NO          PIC X(08).
009000 77  MOVED-CUSTOMERS       PIC 9(05).
009100 77  ENTRY-OK-SW           PIC X(01).
009200     88  ENTRY-IS-OK       VALUE "Y".
009300*
009400 PROCEDURE DIVISION.
009500 METER-MAINT.
009600     OPEN I-O METER-FILE
009700     IF NOT METER-OPEN-OK
009800         DISPLAY "CANNOT OPEN METERMST"
009900         STOP RUN
010000     END-IF
010100     OPEN I-O EXCHANGE-FILE
010200     IF NOT EXCHANGE-OPEN-OK
010300         DISPLAY "CANNOT OPEN METERXCH"
010400         CLOSE METER-FILE
010500         STOP RUN
010600     END-IF
010700     OPEN I-O CUST-FILE
010800     PERFORM MENU-LOOP UNTIL QUIT-REQUESTED
010900     CLOSE CUST-FILE
011000     CLOSE EXCHANGE-FILE
011100     CLOSE METER-FILE
011200     STOP RUN.
011300*
011400 MENU-LOOP.
011500     DISPLAY "METER MASTER"
011600     DISPLAY "1=ADD/REPLACE 2=EXCHANGE 3=LIST 4=EXCHANGES 9=QUIT"
011700     ACCEPT MENU-CHOICE FROM CONSOLE
011800     EVALUATE MENU-CHOICE
011900         WHEN 1
012000             PERFORM ADD-REPLACE
012100         WHEN 2
012200             PERFORM RECORD-EXCHANGE
012300         WHEN 3
012400             PERFORM LIST-METERS
012500         WHEN 4
012600             PERFORM LIST-EXCHANGES
012700         WHEN 9
012800             MOVE "Y" TO QUIT-FLAG
012900     END-EVALUATE.
013000*
013100 ADD-REPLACE.
013200     DISPLAY "BILL-ID (5 DIGITS)"
013300     ACCEPT MTR-BILL-ID FROM CONSOLE
013400     READ METER-FILE
013500         INVALID KEY
013600             PERFORM ENTER-FIELDS
013700             IF ENTRY-IS-OK
013800                 WRITE METER-RECORD
013900                 DISPLAY "ADDED"
014000             END-IF
014100         NOT INVALID KEY
014200             PERFORM ENTER-FIELDS
014300             IF ENTRY-IS-OK
014400                 REWRITE METER-RECORD
014500                 DISPLAY "REPLACED"
014600             END-IF
014700     END-READ.
014800*
014900 ENTER-FIELDS.
015000     MOVE "N" TO ENTRY-OK-SW
015100     DISPLAY "METER NUMBER"
015200     ACCEPT MTR-METER-NO FROM CONSOLE
015300     DISPLAY "REGISTER DIGITS (1-4)"
015400     ACCEPT MTR-DIGITS FROM CONSOLE
015500     DISPLAY "INSTALLED (YYYYMMDD)"
015600     ACCEPT MTR-INSTALLED FROM CONSOLE
015700     IF MTR-DIGITS < 1 OR MTR-DIGITS > 4
015800         DISPLAY "DIGITS MUST BE 1 TO 4"
015900         EXIT PARAGRAPH
016000     END-IF
016100     MOVE "Y" TO ENTRY-OK-SW.
016200*
016300***** old meter out, new meter in *****************************
016400 RECORD-EXCHANGE.
016500     DISPLAY "BILL-ID (5 DIGITS)"
016600     ACCEPT MTR-BILL-ID FROM CONSOLE
016700     READ METER-FILE
016800         INVALID KEY
016900             DISPLAY "METER NOT REGISTERED"
017000             EXIT PARAGRAPH
017100     END-READ
017200     MOVE SPACE TO EXCHANGE-RECORD
017300     MOVE MTR-BILL-ID TO XCH-BILL-ID
017400     MOVE MTR-METER-NO TO XCH-OLD-METER-NO OLD-METER-NO
017500     MOVE MTR-DIGITS TO XCH-OLD-DIGITS
017600     DISPLAY "EXCHANGE DATE (YYYYMMDD)"
017700     ACCEPT XCH-DATE FROM CONSOLE
017800     DISPLAY "OLD METER FINAL READING (4 DIGITS)"
017900     ACCEPT XCH-OLD-FINAL FROM CONSOLE
018000     DISPLAY "NEW METER NUMBER"
018100     ACCEPT XCH-NEW-METER-NO FROM CONSOLE
018200     DISPLAY "NEW REGISTER DIGITS (1-4)"
018300     ACCEPT XCH-NEW-DIGITS FROM CONSOLE
018400     DISPLAY "NEW METER START READING (4 DIGITS)"
018500     ACCEPT XCH-NEW-START FROM CONSOLE
018600     IF XCH-NEW-DIGITS < 1 OR XCH-NEW-DIGITS > 4
018700         DISPLAY "DIGITS MUST BE 1 TO 4"
018800         EXIT PARAGRAPH
018900     END-IF
019000     IF XCH-NEW-METER-NO = SPACE
019100        OR XCH-NEW-METER-NO = XCH-OLD-METER-NO
019200         DISPLAY "NEW METER NUMBER REQUIRED"
019300         EXIT PARAGRAPH
019400     END-IF
019500     SET XCH-OPEN TO TRUE
019600     MOVE 0 TO XCH-APPLIED-DATE
019700     WRITE EXCHANGE-RECORD
019800         INVALID KEY
019900             DISPLAY "EXCHANGE ALREADY RECORDED FOR THIS DATE"
020000             EXIT PARAGRAPH
020100     END-WRITE
020200     MOVE XCH-NEW-METER-NO TO MTR-METER-NO
020300     MOVE XCH-NEW-DIGITS TO MTR-DIGITS
020400     MOVE XCH-DATE TO MTR-INSTALLED
020500     REWRITE METER-RECORD
020600     PERFORM MOVE-CUSTOMERS-TO-METER
020700     DISPLAY "EXCHANGE RECORDED, CUSTOMERS MOVED: "
020800             MOVED-CUSTOMERS.
020900*
021000***** the premises keep their occupancy history ***************
021100 MOVE-CUSTOMERS-TO-METER.
021200     MOVE 0 TO MOVED-CUSTOMERS
021300     IF NOT CUST-OPEN-OK
021400         EXIT PARAGRAPH
021500     END-IF
021600     MOVE "N" TO LIST-EOF
021700     MOVE LOW-VALUE TO CUST-BILL-ID
021800     START CUST-FILE KEY > CUST-BILL-ID
021900         INVALID KEY
022000             MOVE "Y" TO LIST-EOF
022100     END-START
022200     PERFORM MOVE-ONE-CUSTOMER UNTIL LIST-AT-END.
022300*
022400 MOVE-ONE-CUSTOMER.
022500     READ CUST-FILE NEXT RECORD
022600         AT END
022700             MOVE "Y" TO LIST-EOF
022800             EXIT PARAGRAPH
022900     END-READ
023000     IF CUST-METER-NO = OLD-METER-NO
023100        AND OLD-METER-NO NOT = SPACE
023200         MOVE XCH-NEW-METER-NO TO CUST-METER-NO
023300         REWRITE CUST-RECORD
023400         ADD 1 TO MOVED-CUSTOMERS
023500     END-IF.
023600*
023700 LIST-METERS.
023800     MOVE "N" TO LIST-EOF
023900     MOVE LOW-VALUE TO MTR-BILL-ID
024000     START METER-FILE KEY > MTR-BILL-ID
024100         INVALID KEY
024200             MOVE "Y" TO LIST-EOF
024300     END-START
024400     PERFORM LIST-ONE-METER UNTIL LIST-AT-END.
024500*
024600 LIST-ONE-METER.
024700     READ METER-FILE NEXT RECORD
024800         AT END
024900             MOVE "Y" TO LIST-EOF
025000         NOT AT END
025100             DISPLAY MTR-BILL-ID " " MTR-METER-NO
025200                     " " MTR-DIGITS " DIGITS"
025300                     " INSTALLED " MTR-INSTALLED
025400     END-READ.
025500*
025600 LIST-EXCHANGES.
025700     MOVE "N" TO LIST-EOF
025800     MOVE LOW-VALUE TO XCH-KEY
025900     START EXCHANGE-FILE KEY > XCH-KEY
026000         INVALID KEY
026100             MOVE "Y" TO LIST-EOF
026200     END-START
026300     PERFORM LIST-ONE-EXCHANGE UNTIL LIST-AT-END.
026400*
026500 LIST-ONE-EXCHANGE.
026600     READ EXCHANGE-FILE NEXT RECORD
026700         AT END
026800             MOVE "Y" TO LIST-EOF
026900             EXIT PARAGRAPH
027000     END-READ
027100     IF XCH-OPEN
027200         DISPLAY XCH-BILL-ID " " XCH-DATE
027300                 " " XCH-OLD-METER-NO " " XCH-OLD-FINAL
027400                 " -> " XCH-NEW-METER-NO " " XCH-NEW-START
027500                 " OPEN"
027600     ELSE
027700         DISPLAY XCH-BILL-ID " " XCH-DATE
027800                 " " XCH-OLD-METER-NO " " XCH-OLD-FINAL
027900                 " -> " XCH-NEW-METER-NO " " XCH-NEW-START
028000                 " APPLIED " XCH-APPLIED-DATE
028100     END-IF.
028200*
028300 END PROGRAM BillMeterMnt.
