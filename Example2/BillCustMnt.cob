000300* five character BILL-ID, so invoice printing (BillPrint) joins
000400* this master for the customer's name, address and contract
000500* ampere.  Simple console maintenance: register/replace, delete
000520* and list.
000540*
000560* Each customer is tied to the meter at the premises and carries
000580* the dates of the occupancy.  When tenants change, BillMove ends
000600* the leaving customer (move-out date, final reading) and starts
000620* the new one from the opening reading, so both customers stay on
000640* the master against the same meter; option 4 lists the
000660* occupancies of one meter.  The last billed reading and its date
000680* are kept current by BillBatch.
000700*
000800* Customer master CUSTMST (indexed, key BILL-ID):
000900*   BILL-ID X(5) / NAME X(30) / ADDRESS X(60) / AMPERE 9(2)
000925*   / CATEGORY X(1) / METER-NO X(8) / MOVE-IN 9(8)
000950*   / MOVE-OUT 9(8) / LAST READING 9(4) / LAST READ DATE 9(8)
000975*   / BILL STAGE X(1)
001000*
001100 IDENTIFICATION DIVISION.
001200 PROGRAM-ID.   BillCustMnt.
002700     02  CUST-NAME         PIC X(30).
002800     02  CUST-ADDRESS      PIC X(60).
002900     02  CUST-AMPERE       PIC 9(02).
002908     02  CUST-CATEGORY     PIC X(01).
002916     02  CUST-METER-NO     PIC X(08).
002924     02  CUST-MOVE-IN      PIC 9(08).
002932*    zero while the customer still occupies the premises
002940     02  CUST-MOVE-OUT     PIC 9(08).
002948     02  CUST-LAST-READING PIC 9(04).
002956     02  CUST-LAST-READ-DATE PIC 9(08).
002964     02  CUST-BILL-STAGE   PIC X(01).
002972         88  CUST-REGULAR-BILL  VALUE " ".
002980         88  CUST-FIRST-BILL-DUE VALUE "I".
002988         88  CUST-FINAL-BILLED  VALUE "F".
003000*
003100 WORKING-STORAGE SECTION.
003200 77  CUST-STATUS           PIC X(02) VALUE SPACE.
003600     88  QUIT-REQUESTED    VALUE "Y".
003700 77  LIST-EOF              PIC X(01).
003800     88  LIST-AT-END       VALUE "Y".
003833 77  METER-KEY             PIC X(08).
003866 77  METER-HITS            PIC 9(05).
003900*
004000 PROCEDURE DIVISION.
004100 CUST-MAINT.
005000*
005100 MENU-LOOP.
005200     DISPLAY "BILLING CUSTOMER MASTER"
005300     DISPLAY "1=ADD/REPLACE 2=DELETE 3=LIST 4=METER 9=QUIT"
005400     ACCEPT MENU-CHOICE FROM CONSOLE
005500     EVALUATE MENU-CHOICE
005600         WHEN 1
005900             PERFORM DELETE-CUSTOMER
006000         WHEN 3
006100             PERFORM LIST-CUSTOMERS
006133         WHEN 4
006166             PERFORM LIST-METER-OCCUPANCY
006200         WHEN 9
006300             MOVE "Y" TO QUIT-FLAG
006400     END-EVALUATE.
006800     ACCEPT CUST-BILL-ID FROM CONSOLE
006900     READ CUST-FILE
007000         INVALID KEY
007050             PERFORM ENTER-OCCUPANCY
007100             PERFORM ENTER-FIELDS
007200             WRITE CUST-RECORD
007300             DISPLAY "ADDED"
008300     DISPLAY "ADDRESS"
008400     ACCEPT CUST-ADDRESS FROM CONSOLE
008500     DISPLAY "CONTRACT AMPERE (2 DIGITS)"
008510     ACCEPT CUST-AMPERE FROM CONSOLE
008520     DISPLAY "CATEGORY (A/C/D)"
008530     ACCEPT CUST-CATEGORY FROM CONSOLE
008540     DISPLAY "METER NUMBER"
008550     ACCEPT CUST-METER-NO FROM CONSOLE.
008560*
008570***** a customer keyed in directly starts a fresh occupancy ****
008580 ENTER-OCCUPANCY.
008590     MOVE 0 TO CUST-MOVE-OUT CUST-LAST-READ-DATE
008600     MOVE SPACE TO CUST-BILL-STAGE
008610     DISPLAY "MOVE-IN DATE (YYYYMMDD, 0 = CONTINUING)"
008620     ACCEPT CUST-MOVE-IN FROM CONSOLE
008630     DISPLAY "OPENING READING (4 DIGITS)"
008640     ACCEPT CUST-LAST-READING FROM CONSOLE
008650     IF CUST-MOVE-IN NOT = 0
008660         MOVE CUST-MOVE-IN TO CUST-LAST-READ-DATE
008670         SET CUST-FIRST-BILL-DUE TO TRUE
008680     END-IF.
008700*
008800 DELETE-CUSTOMER.
008900     DISPLAY "BILL-ID (5 DIGITS)"
011100             MOVE "Y" TO LIST-EOF
011200         NOT AT END
011300             DISPLAY CUST-BILL-ID " " CUST-NAME
011350                     " " CUST-AMPERE "A"
011400                     " " CUST-METER-NO
011450                     " " CUST-MOVE-IN "-" CUST-MOVE-OUT
011500     END-READ.
011600*
011700*
011800***** every occupancy of one meter, past and present *********
011900 LIST-METER-OCCUPANCY.
012000     DISPLAY "METER NUMBER"
012100     ACCEPT METER-KEY FROM CONSOLE
012200     MOVE 0 TO METER-HITS
012300     MOVE "N" TO LIST-EOF
012400     MOVE LOW-VALUE TO CUST-BILL-ID
012500     START CUST-FILE KEY > CUST-BILL-ID
012600         INVALID KEY
012700             MOVE "Y" TO LIST-EOF
012800     END-START
012900     PERFORM LIST-METER-ONE UNTIL LIST-AT-END
013000     IF METER-HITS = 0
013100         DISPLAY "NO CUSTOMER ON THIS METER"
013200     END-IF.
013300*
013400 LIST-METER-ONE.
013500     READ CUST-FILE NEXT RECORD
013600         AT END
013700             MOVE "Y" TO LIST-EOF
013800             EXIT PARAGRAPH
013900     END-READ
014000     IF CUST-METER-NO = METER-KEY
014100         ADD 1 TO METER-HITS
014200         IF CUST-MOVE-OUT = 0
014300             DISPLAY CUST-BILL-ID " " CUST-NAME
014400                     " IN " CUST-MOVE-IN " (OCCUPYING)"
014500         ELSE
014600             DISPLAY CUST-BILL-ID " " CUST-NAME
014700                     " IN " CUST-MOVE-IN " OUT " CUST-MOVE-OUT
014800         END-IF
014900     END-IF.
015000*
015100 END PROGRAM BillCustMnt.
