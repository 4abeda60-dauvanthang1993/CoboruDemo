001000*   "H" + expected count 9(7) + expected reading sum 9(10)
001100*   "D" + bill record (80 bytes, CheckRecord layout)
001200*   "T" + actual count 9(7)   + actual reading sum 9(10)
001210*
001220* Tenancy changes: a bill for a customer who has moved out is
001230* rejected (the meter now belongs to the next occupant); the first
001240* bill after a move-in is taken from the opening reading on the
001250* customer master and marked for pro-rating by days.  Final bills
001260* that BillMove queues in BILLMOVE at a move-out are validated
001270* and rated here outside the control totals, like released
001280* suspects.  Every accepted reading is posted back to CUSTMST as
001290* the customer's last reading.
001291*
001292* A current reading below the previous one is no longer simply an
001293* error: when METERXCH holds an open meter exchange the usage is
001294* the old meter up to its final reading plus the new meter from
001295* its start reading; otherwise the register is taken to have
001296* wrapped past its last value (digits from METERMST, default 4).
001297* That true usage rides on the bill for CheckRecord, RateCharge,
001298* the anomaly screen and the estimate.
001312*
001326* When BillRoute has scheduled the cycle (READSCHD), the returned
001340* BILLIN is first checked against the schedule and every meter on
001354* a route that came back without a reading, or not at all, is
001368* listed in UNREAD.RPT before any bill is estimated.
001371*
001374* The run is refused when the current month is closing or closed
001377* for SK (billing) on the closing calendar (CLOSECAL).
001382*
001400 IDENTIFICATION DIVISION.
001500 PROGRAM-ID.   BillBatch.
001600 ENVIRONMENT DIVISION.
002100            FILE STATUS   IS BILL-STATUS.
002200     SELECT ACCEPT-FILE ASSIGN TO "BILLOK"
002300            ORGANIZATION IS LINE SEQUENTIAL.
002309     SELECT OPTIONAL METER-FILE ASSIGN TO "METERMST"
002318            ORGANIZATION IS INDEXED
002327            ACCESS MODE   IS RANDOM
002336            RECORD KEY    IS MTR-BILL-ID
002345            FILE STATUS   IS METER-STATUS.
002354     SELECT OPTIONAL EXCHANGE-FILE ASSIGN TO "METERXCH"
002363            ORGANIZATION IS INDEXED
002372            ACCESS MODE   IS DYNAMIC
002381            RECORD KEY    IS XCH-KEY
002390            FILE STATUS   IS EXCHANGE-STATUS.
002391     SELECT OPTIONAL SCHEDULE-FILE ASSIGN TO "READSCHD"
002392            ORGANIZATION IS INDEXED
002393            ACCESS MODE   IS DYNAMIC
002394            RECORD KEY    IS SCH-BILL-ID
002395            FILE STATUS   IS SCHEDULE-STATUS.
002396     SELECT UNREAD-FILE ASSIGN TO "UNREAD.RPT"
002397            ORGANIZATION IS LINE SEQUENTIAL.
002400     SELECT OPTIONAL REJECT-FILE ASSIGN TO "BILLNG"
002500            ORGANIZATION IS LINE SEQUENTIAL.
002511     SELECT OPTIONAL CUST-FILE ASSIGN TO "CUSTMST"
002522            ORGANIZATION IS INDEXED
002533            ACCESS MODE   IS RANDOM
002544            RECORD KEY    IS CUST-BILL-ID
002555            FILE STATUS   IS CUST-STATUS.
002566     SELECT OPTIONAL MOVE-BILL-FILE ASSIGN TO "BILLMOVE"
002577            ORGANIZATION IS LINE SEQUENTIAL
002588            FILE STATUS   IS MOVE-STATUS.
002600     SELECT BALANCE-FILE ASSIGN TO "BILLBAL.RPT"
002700            ORGANIZATION IS LINE SEQUENTIAL.
002710     SELECT OPTIONAL HISTORY-FILE ASSIGN TO "CONSHIST"
005010*    " " estimated / "E" estimated / "T" true-up
005020     02  FILLER            PIC X(01).
005030     02  ACC-EST-FLAG      PIC X(01).
005033 FD  METER-FILE.
005036 01  METER-RECORD.
005039     02  MTR-BILL-ID       PIC X(05).
005042     02  MTR-METER-NO      PIC X(08).
005045     02  MTR-DIGITS        PIC 9(01).
005048     02  MTR-INSTALLED     PIC 9(08).
005051 FD  EXCHANGE-FILE.
005054 01  EXCHANGE-RECORD.
005057     02  XCH-KEY.
005060         03  XCH-BILL-ID   PIC X(05).
005063         03  XCH-DATE      PIC 9(08).
005066     02  XCH-OLD-METER-NO  PIC X(08).
005069     02  XCH-OLD-DIGITS    PIC 9(01).
005072     02  XCH-OLD-FINAL     PIC 9(04).
005075     02  XCH-NEW-METER-NO  PIC X(08).
005078     02  XCH-NEW-DIGITS    PIC 9(01).
005081     02  XCH-NEW-START     PIC 9(04).
005084     02  XCH-STATUS        PIC X(01).
005087         88  XCH-OPEN      VALUE "O".
005090         88  XCH-APPLIED   VALUE "A".
005093     02  XCH-APPLIED-DATE  PIC 9(08).
005100 FD  REJECT-FILE.
005200 01  REJECT-RECORD         PIC X(80).
005205 FD  CUST-FILE.
005210 01  CUST-RECORD.
005215     02  CUST-BILL-ID      PIC X(05).
005220     02  CUST-NAME         PIC X(30).
005225     02  CUST-ADDRESS      PIC X(60).
005230     02  CUST-AMPERE       PIC 9(02).
005235     02  CUST-CATEGORY     PIC X(01).
005240     02  CUST-METER-NO     PIC X(08).
005245     02  CUST-MOVE-IN      PIC 9(08).
005250     02  CUST-MOVE-OUT     PIC 9(08).
005255     02  CUST-LAST-READING PIC 9(04).
005260     02  CUST-LAST-READ-DATE PIC 9(08).
005265     02  CUST-BILL-STAGE   PIC X(01).
005270         88  CUST-REGULAR-BILL  VALUE " ".
005275         88  CUST-FIRST-BILL-DUE VALUE "I".
005280 FD  MOVE-BILL-FILE.
005285 01  MOVE-BILL-RECORD      PIC X(80).
005286 FD  SCHEDULE-FILE.
005287 01  SCHEDULE-RECORD.
005288     02  SCH-BILL-ID       PIC X(05).
005289     02  SCH-ROUTE-ID      PIC X(04).
005290     02  SCH-SEQ           PIC 9(04).
005291     02  SCH-READER-ID     PIC X(06).
005292     02  SCH-READ-DATE     PIC 9(08).
005293     02  SCH-METER-NO      PIC X(08).
005294     02  SCH-READ-FLAG     PIC X(01).
005295         88  SCH-NO-READING VALUE "B".
005296         88  SCH-WAS-READ  VALUE "R".
005297 FD  UNREAD-FILE.
005298 01  UNREAD-LINE           PIC X(100).
005300 FD  BALANCE-FILE.
005400 01  BALANCE-LINE          PIC X(80).
005410 FD  HISTORY-FILE.
007200 77  READING-SUM           PIC 9(10) VALUE 0.
007300 77  BALANCE-NG            PIC X(01) VALUE "N".
007400     88  OUT-OF-BALANCE    VALUE "Y".
007405 77  CUST-STATUS           PIC X(02) VALUE SPACE.
007410     88  CUST-OPEN-OK      VALUE "00" "05".
007415 77  CUST-USABLE-SW        PIC X(01) VALUE "N".
007420     88  CUST-USABLE       VALUE "Y".
007425 77  MOVE-STATUS           PIC X(02) VALUE SPACE.
007430     88  MOVE-OPEN-OK      VALUE "00".
007435 77  MOVE-EOF              PIC X(01) VALUE "N".
007440     88  MOVE-AT-END       VALUE "Y".
007445 77  OCCUPANCY-SW          PIC X(01).
007450     88  CUSTOMER-MOVED-OUT VALUE "Y".
007455 77  MOVE-READ-COUNT       PIC 9(07) VALUE 0.
007460 77  FINAL-COUNT           PIC 9(07) VALUE 0.
007465 77  MOVED-OUT-COUNT       PIC 9(07) VALUE 0.
007470 77  TODAY-DATE            PIC 9(08).
007475 77  PERIOD-START          PIC 9(08).
007480 77  MONTH-START           PIC 9(08).
007485 77  NEXT-MONTH-START      PIC 9(08).
007490 77  YEAR-MONTH-W          PIC 9(06).
007495 77  DAYS-WORK             PIC S9(06).
007500 01  BILL-WORK.
007600     02  BILL-IDW          PIC X(5).
007700     02  AMPEW             PIC X(2).
007900     02  CUR-MONTHW        PIC X(4).
008000     02  CATEGORYW         PIC X(1).
008100     02  ENDEDW            PIC X(1).
008140     02  BILL-KINDW        PIC X(1).
008180     02  PERIOD-DAYSW      PIC 9(2).
008220     02  MONTH-DAYSW       PIC 9(2).
008231*    "X" meter exchanged / "W" register wrapped, with the
008242*    true usage across it
008253     02  METER-ADJW        PIC X(1).
008264         88  CONSUMPTION-ADJUSTED VALUE "X" "W".
008275     02  ADJ-CONSUMPTIONW  PIC 9(5).
008286     02  FILLER            PIC X(52).
008300 77  CHECKW                PIC X(01).
008400 01  CHARGE-WORK.
008500     02  CONSUMPTIONW      PIC 9(05).
008700     02  ENERGY-CHARGEW    PIC 9(09).
008800     02  TOTAL-CHARGEW     PIC 9(09).
008900     02  RATE-STATUSW      PIC X(01).
008905 77  METER-STATUS          PIC X(02) VALUE SPACE.
008910     88  METER-OPEN-OK     VALUE "00" "05".
008915 77  METER-USABLE-SW       PIC X(01) VALUE "N".
008920     88  METER-USABLE      VALUE "Y".
008925 77  EXCHANGE-STATUS       PIC X(02) VALUE SPACE.
008930     88  EXCHANGE-OPEN-OK  VALUE "00" "05".
008935 77  EXCHANGE-USABLE-SW    PIC X(01) VALUE "N".
008940     88  EXCHANGE-USABLE   VALUE "Y".
008945 77  EXCHANGE-SW           PIC X(01) VALUE "N".
008950     88  EXCHANGE-IS-OPEN  VALUE "Y".
008955 77  EXCHANGE-EOF          PIC X(01).
008960     88  EXCHANGE-AT-END   VALUE "Y".
008965 77  METER-DIGITS          PIC 9(01).
008967 77  OLD-DIGITS            PIC 9(01).
008970 77  REGISTER-MODULUS      PIC 9(06).
008975 77  OLD-MODULUS           PIC 9(06).
008980 77  OLD-PART              PIC S9(06).
008985 77  NEW-PART              PIC S9(06).
008990 77  ADJ-WORK              PIC S9(07).
009000 77  CHARGED-TOTAL         PIC 9(12) VALUE 0.
009100 77  UNRATED-COUNT         PIC 9(07) VALUE 0.
009110 77  HISTORY-STATUS        PIC X(02) VALUE SPACE.
009263 77  ADJUSTED-TOTAL        PIC S9(10).
009272 77  ESTIMATED-COUNT       PIC 9(07) VALUE 0.
009281 77  TRUE-UP-COUNT         PIC 9(07) VALUE 0.
009282 77  SCHEDULE-STATUS       PIC X(02) VALUE SPACE.
009283     88  SCHEDULE-OPEN-OK  VALUE "00".
009284 77  SCHEDULE-EOF          PIC X(01).
009285     88  SCHEDULE-AT-END   VALUE "Y".
009286 77  UNREAD-COUNT          PIC 9(07) VALUE 0.
009287 77  UNREAD-NOTE           PIC X(30).
009288 77  CLOSE-SUBSYSTEM       PIC X(02) VALUE "SK".
009289 77  CLOSE-RESULT          PIC 9(01).
009290 01  EDIT-COUNT            PIC Z,ZZZ,ZZ9.
009300 01  EDIT-SUM              PIC Z,ZZZ,ZZZ,ZZ9.
009400*
009500 PROCEDURE DIVISION.
009600 BILL-BATCH.
009700     DISPLAY "BILL VALIDATION BATCH"
009709*    no bills are rated into a month that SK (billing) is
009718*    closing or has closed on the closing calendar
009727     ACCEPT TODAY-DATE FROM DATE YYYYMMDD
009736     CALL "締状態確認" USING CLOSE-SUBSYSTEM TODAY-DATE
009745                             CLOSE-RESULT
009754     IF CLOSE-RESULT NOT = 0
009763         DISPLAY "BILLING MONTH IS CLOSING OR CLOSED"
009772         MOVE 8 TO RETURN-CODE
009781         STOP RUN
009790     END-IF
009800     OPEN INPUT BILL-FILE
009900     IF NOT BILL-OPEN-OK
010000         DISPLAY "CANNOT OPEN BILLIN"
010200     END-IF
010300     OPEN OUTPUT ACCEPT-FILE
010400     OPEN EXTEND REJECT-FILE
010416     OPEN I-O CUST-FILE
010432     IF CUST-OPEN-OK
010448         SET CUST-USABLE TO TRUE
010464     END-IF
010482     OPEN INPUT METER-FILE
010484     IF METER-OPEN-OK
010486         SET METER-USABLE TO TRUE
010488     END-IF
010490     OPEN I-O EXCHANGE-FILE
010492     IF EXCHANGE-OPEN-OK
010494         SET EXCHANGE-USABLE TO TRUE
010496     END-IF
010500     OPEN OUTPUT BALANCE-FILE
010505*    BILLSUS and BILLNG are work queues: suspects awaiting
010506*    field investigation (compacted by BILLRELEASE) and rejects
010525     IF ESTIMATE-OPEN-OK
010526         SET ESTIMATE-USABLE TO TRUE
010527     END-IF
010528     PERFORM CHECK-UNREAD-METERS
010530     PERFORM LOAD-ANOMALY-FACTOR
010600     PERFORM READ-BILL
010700     PERFORM PROCESS-RECORD UNTIL BILL-AT-END
010710     PERFORM PROCESS-RELEASED-BILLS
010755     PERFORM PROCESS-MOVE-BILLS
010800     PERFORM WRITE-BALANCE-REPORT
010805     CLOSE ESTIMATE-FILE
010810     CLOSE HISTORY-FILE
010820     CLOSE SUSPECT-FILE
010900     CLOSE BALANCE-FILE
010950     CLOSE CUST-FILE
010966     CLOSE EXCHANGE-FILE
010982     CLOSE METER-FILE
011000     CLOSE REJECT-FILE
011100     CLOSE ACCEPT-FILE
011200     CLOSE BILL-FILE
011520     DISPLAY "RELEASED: " RELEASED-COUNT
011530     DISPLAY "ESTIMATE: " ESTIMATED-COUNT
011540     DISPLAY "TRUE-UP : " TRUE-UP-COUNT
011560     DISPLAY "FINAL   : " FINAL-COUNT
011580     DISPLAY "MOVEDOUT: " MOVED-OUT-COUNT
011590     DISPLAY "UNREAD  : " UNREAD-COUNT
011600     IF OUT-OF-BALANCE
011700         DISPLAY "*** OUT OF BALANCE ***"
011800         MOVE 8 TO RETURN-CODE
015200         ADD FUNCTION NUMVAL(CUR-MONTHW)
015300           TO READING-SUM
015400     END-IF
015401     PERFORM APPLY-OCCUPANCY
015402     IF CUSTOMER-MOVED-OUT
015403         ADD 1 TO REJECT-COUNT
015404         ADD 1 TO MOVED-OUT-COUNT
015405         MOVE BILL-WORK TO REJECT-RECORD
015406         WRITE REJECT-RECORD
015407         EXIT PARAGRAPH
015408     END-IF
015409     PERFORM LOAD-METER-INFO
015410*    an unread meter arrives with a non-numeric current
015420*    reading; estimate it from the consumption history so
015430*    the bill can be rated instead of dropping out
015460        AND PRE-MONTHW IS NUMERIC
015470         PERFORM ESTIMATE-READING
015480     END-IF
015490     PERFORM METER-ADJUST
015500     MOVE SPACE TO CHECKW
015600     CALL "CheckRecord" USING BILL-WORK CHECKW
015700     IF CHECKW = "T"
015732*        span of a true-up would trip it).
015733         IF BILL-IS-ESTIMATED OR BILL-IS-TRUE-UP
015734             MOVE SPACE TO ANOMALY-FLAG SUS-REASON
015735             PERFORM SET-CONSUMPTION-NOW
015738         ELSE
015740             PERFORM SCREEN-ANOMALY
015741         END-IF
017200             ELSE
017300                 ADD 1 TO UNRATED-COUNT
017400             END-IF
017450             PERFORM RECORD-LAST-READING
017475             PERFORM CLOSE-EXCHANGE
017500             WRITE ACCEPT-RECORD
017501             EVALUATE TRUE
017502                 WHEN BILL-IS-ESTIMATED
018050*     (at least three past readings required).
018060 SCREEN-ANOMALY.
018061     MOVE SPACE TO ANOMALY-FLAG SUS-REASON
018062     PERFORM SET-CONSUMPTION-NOW
018065     IF CONSUMPTION-NOW = 0
018066         MOVE "Y" TO ANOMALY-FLAG
018067         MOVE "ZERO CONSUMPTION" TO SUS-REASON
018214     END-IF
018215     COMPUTE AVERAGE-CONS =
018216         HIST-TOTAL / HIST-COUNT
018217     PERFORM PROJECT-READING
018223     MOVE EST-WORK TO EST-CUR-W
018224     MOVE EST-CUR-W TO CUR-MONTHW
018225     MOVE "E" TO EST-MARK.
018337*
018338 RELEASE-ONE-BILL.
018340     MOVE RELEASE-RECORD TO BILL-WORK
018341     PERFORM LOAD-METER-INFO
018342     MOVE SPACE TO CHECKW
018344     CALL "CheckRecord" USING BILL-WORK CHECKW
018345     IF CHECKW = "T"
018370             ADD 1 TO UNRATED-COUNT
018372         END-IF
018373         WRITE ACCEPT-RECORD
018374         PERFORM RECORD-LAST-READING
018375         PERFORM SET-CONSUMPTION-NOW
018377         PERFORM CLOSE-EXCHANGE
018380         PERFORM UPDATE-HISTORY
018382     ELSE
018384*        failed releases go back to BILLNG for correction,
022100     STRING "TOTAL CHARGED     : " EDIT-SUM
022200            DELIMITED BY SIZE INTO BALANCE-LINE
022300     WRITE BALANCE-LINE
022306     IF FINAL-COUNT NOT = 0
022312         MOVE FINAL-COUNT TO EDIT-COUNT
022318         MOVE SPACE TO BALANCE-LINE
022324         STRING "FINAL (MOVE-OUT)  : " EDIT-COUNT
022330                DELIMITED BY SIZE INTO BALANCE-LINE
022336         WRITE BALANCE-LINE
022342     END-IF
022348     IF MOVED-OUT-COUNT NOT = 0
022354         MOVE MOVED-OUT-COUNT TO EDIT-COUNT
022360         MOVE SPACE TO BALANCE-LINE
022366         STRING "REJ. MOVED OUT    : " EDIT-COUNT
022372                DELIMITED BY SIZE INTO BALANCE-LINE
022378         WRITE BALANCE-LINE
022384     END-IF
022385     IF UNREAD-COUNT NOT = 0
022386         MOVE UNREAD-COUNT TO EDIT-COUNT
022387         MOVE SPACE TO BALANCE-LINE
022388         STRING "UNREAD ON ROUTE   : " EDIT-COUNT
022389                "  (SEE UNREAD.RPT)"
022390                DELIMITED BY SIZE INTO BALANCE-LINE
022391         WRITE BALANCE-LINE
022392     END-IF
022400     IF UNRATED-COUNT NOT = 0
022500         MOVE UNRATED-COUNT TO EDIT-COUNT
022600         MOVE SPACE TO BALANCE-LINE
027200         WRITE BALANCE-LINE
027300         MOVE "Y" TO BALANCE-NG
027400     END-IF.
027500*
027600***** tenancy: moved-out customer, or first bill after move-in **
027700*     the first bill runs from the opening reading and the
027800*     move-in date held on the customer master.
027900 APPLY-OCCUPANCY.
028000     MOVE "N" TO OCCUPANCY-SW
028100     IF NOT CUST-USABLE
028200         EXIT PARAGRAPH
028300     END-IF
028400     MOVE BILL-IDW TO CUST-BILL-ID
028500     READ CUST-FILE
028600         INVALID KEY
028700             EXIT PARAGRAPH
028800     END-READ
028900     IF CUST-MOVE-OUT NOT = 0
029000         MOVE "Y" TO OCCUPANCY-SW
029100         EXIT PARAGRAPH
029200     END-IF
029300     IF CUST-FIRST-BILL-DUE
029400         MOVE CUST-LAST-READING TO PRE-MONTHW
029500         MOVE "I" TO BILL-KINDW
029600         MOVE CUST-MOVE-IN TO PERIOD-START
029700         PERFORM SET-PERIOD-DAYS
029800     END-IF.
029900*
030000***** days in the part period and in its calendar month ********
030100 SET-PERIOD-DAYS.
030200     COMPUTE DAYS-WORK =
030300         FUNCTION INTEGER-OF-DATE(TODAY-DATE)
030400       - FUNCTION INTEGER-OF-DATE(PERIOD-START)
030500     IF DAYS-WORK < 1
030600         MOVE 1 TO DAYS-WORK
030700     END-IF
030800     IF DAYS-WORK > 99
030900         MOVE 99 TO DAYS-WORK
031000     END-IF
031100     MOVE DAYS-WORK TO PERIOD-DAYSW
031200     DIVIDE PERIOD-START BY 100 GIVING YEAR-MONTH-W
031300     COMPUTE MONTH-START = YEAR-MONTH-W * 100 + 1
031400     COMPUTE NEXT-MONTH-START = FUNCTION DATE-OF-INTEGER
031500         (FUNCTION INTEGER-OF-DATE(MONTH-START) + 31)
031600     DIVIDE NEXT-MONTH-START BY 100 GIVING YEAR-MONTH-W
031700     COMPUTE NEXT-MONTH-START = YEAR-MONTH-W * 100 + 1
031800     COMPUTE DAYS-WORK =
031900         FUNCTION INTEGER-OF-DATE(NEXT-MONTH-START)
032000       - FUNCTION INTEGER-OF-DATE(MONTH-START)
032100     MOVE DAYS-WORK TO MONTH-DAYSW.
032200*
032300***** the accepted reading becomes the customer's last reading ***
032400 RECORD-LAST-READING.
032500     IF NOT CUST-USABLE
032600         EXIT PARAGRAPH
032700     END-IF
032800     MOVE BILL-IDW TO CUST-BILL-ID
032900     READ CUST-FILE
033000         INVALID KEY
033100             EXIT PARAGRAPH
033200     END-READ
033300     MOVE CUR-MONTHW TO CUST-LAST-READING
033400     MOVE TODAY-DATE TO CUST-LAST-READ-DATE
033500     MOVE CATEGORYW TO CUST-CATEGORY
033600     SET CUST-REGULAR-BILL TO TRUE
033700     REWRITE CUST-RECORD.
033800*
033900***** final bills queued by BillMove at a move-out *************
034000*     validated and rated outside the header and trailer
034100*     control totals, then the queue is emptied; a final bill
034200*     that fails validation goes to BILLNG for correction.
034300 PROCESS-MOVE-BILLS.
034400     OPEN INPUT MOVE-BILL-FILE
034500     IF NOT MOVE-OPEN-OK
034600         CLOSE MOVE-BILL-FILE
034700         EXIT PARAGRAPH
034800     END-IF
034900     PERFORM READ-MOVE-BILL
035000     PERFORM FINAL-ONE-BILL UNTIL MOVE-AT-END
035100     CLOSE MOVE-BILL-FILE
035200     IF MOVE-READ-COUNT NOT = 0
035300         OPEN OUTPUT MOVE-BILL-FILE
035400         CLOSE MOVE-BILL-FILE
035500     END-IF.
035600*
035700 READ-MOVE-BILL.
035800     READ MOVE-BILL-FILE
035900         AT END
036000             MOVE "Y" TO MOVE-EOF
036100     END-READ.
036200*
036300 FINAL-ONE-BILL.
036400     ADD 1 TO MOVE-READ-COUNT
036500     MOVE MOVE-BILL-RECORD TO BILL-WORK
036533     PERFORM LOAD-METER-INFO
036566     PERFORM METER-ADJUST
036600     MOVE SPACE TO CHECKW
036700     CALL "CheckRecord" USING BILL-WORK CHECKW
036800     IF CHECKW = "T"
036900         ADD 1 TO FINAL-COUNT
037000         CALL "RateCharge" USING BILL-WORK
037100                                 CHARGE-WORK
037200         MOVE SPACE TO ACCEPT-RECORD
037300         MOVE BILL-WORK TO ACC-BILL
037400         MOVE CONSUMPTIONW TO ACC-CONSUMPTION
037500         MOVE BASE-CHARGEW TO ACC-BASE-CHARGE
037600         MOVE ENERGY-CHARGEW
037700           TO ACC-ENERGY-CHARGE
037800         MOVE TOTAL-CHARGEW TO ACC-TOTAL-CHARGE
037900         IF RATE-STATUSW = "0"
038000             ADD TOTAL-CHARGEW TO CHARGED-TOTAL
038100         ELSE
038200             ADD 1 TO UNRATED-COUNT
038300         END-IF
038400         WRITE ACCEPT-RECORD
038450         PERFORM CLOSE-EXCHANGE
038500     ELSE
038600         MOVE BILL-WORK TO REJECT-RECORD
038700         WRITE REJECT-RECORD
038800     END-IF
038900     PERFORM READ-MOVE-BILL.
039000*
039100***** meter digits and any open exchange for this bill **********
039200 LOAD-METER-INFO.
039300     MOVE 4 TO METER-DIGITS
039400     MOVE "N" TO EXCHANGE-SW
039500     IF METER-USABLE
039600         MOVE BILL-IDW TO MTR-BILL-ID
039700         READ METER-FILE
039800             INVALID KEY
039900                 CONTINUE
040000             NOT INVALID KEY
040100                 IF MTR-DIGITS > 0 AND MTR-DIGITS < 5
040200                     MOVE MTR-DIGITS TO METER-DIGITS
040300                 END-IF
040400         END-READ
040500     END-IF
040600     COMPUTE REGISTER-MODULUS = 10 ** METER-DIGITS
040700     IF NOT EXCHANGE-USABLE
040800         EXIT PARAGRAPH
040900     END-IF
041000     MOVE "N" TO EXCHANGE-EOF
041100     MOVE BILL-IDW TO XCH-BILL-ID
041200     MOVE 0 TO XCH-DATE
041300     START EXCHANGE-FILE KEY >= XCH-KEY
041400         INVALID KEY
041500             MOVE "Y" TO EXCHANGE-EOF
041600     END-START
041700     PERFORM FIND-OPEN-EXCHANGE
041800         UNTIL EXCHANGE-AT-END OR EXCHANGE-IS-OPEN.
041900*
042000 FIND-OPEN-EXCHANGE.
042100     READ EXCHANGE-FILE NEXT RECORD
042200         AT END
042300             MOVE "Y" TO EXCHANGE-EOF
042400             EXIT PARAGRAPH
042500     END-READ
042600     IF XCH-BILL-ID NOT = BILL-IDW
042700         MOVE "Y" TO EXCHANGE-EOF
042800         EXIT PARAGRAPH
042900     END-IF
043000     IF XCH-OPEN
043100         MOVE "Y" TO EXCHANGE-SW
043200         MOVE 4 TO OLD-DIGITS
043300         IF XCH-OLD-DIGITS > 0 AND XCH-OLD-DIGITS < 5
043400             MOVE XCH-OLD-DIGITS TO OLD-DIGITS
043500         END-IF
043600         COMPUTE OLD-MODULUS = 10 ** OLD-DIGITS
043700     END-IF.
043800*
043900***** true usage across a meter exchange or a register wrap ****
044000 METER-ADJUST.
044100     MOVE SPACE TO METER-ADJW
044200     MOVE 0 TO ADJ-CONSUMPTIONW
044300     IF PRE-MONTHW IS NOT NUMERIC
044400        OR CUR-MONTHW IS NOT NUMERIC
044500         EXIT PARAGRAPH
044600     END-IF
044700     IF EXCHANGE-IS-OPEN
044800         COMPUTE OLD-PART =
044900             XCH-OLD-FINAL - FUNCTION NUMVAL(PRE-MONTHW)
045000         IF OLD-PART < 0
045100             ADD OLD-MODULUS TO OLD-PART
045200         END-IF
045300         COMPUTE NEW-PART =
045400             FUNCTION NUMVAL(CUR-MONTHW) - XCH-NEW-START
045500         IF NEW-PART < 0
045600             ADD REGISTER-MODULUS TO NEW-PART
045700         END-IF
045800         COMPUTE ADJ-WORK = OLD-PART + NEW-PART
045900         MOVE "X" TO METER-ADJW
046000     ELSE
046100         IF PRE-MONTHW NOT > CUR-MONTHW
046200             EXIT PARAGRAPH
046300         END-IF
046400         COMPUTE ADJ-WORK =
046500             FUNCTION NUMVAL(CUR-MONTHW) + REGISTER-MODULUS
046600           - FUNCTION NUMVAL(PRE-MONTHW)
046700         MOVE "W" TO METER-ADJW
046800     END-IF
046900     IF ADJ-WORK > 99999
047000         MOVE 99999 TO ADJ-WORK
047100     END-IF
047200     MOVE ADJ-WORK TO ADJ-CONSUMPTIONW.
047300*
047400 SET-CONSUMPTION-NOW.
047500     IF CONSUMPTION-ADJUSTED
047600         MOVE ADJ-CONSUMPTIONW TO CONSUMPTION-NOW
047700     ELSE
047800         COMPUTE CONSUMPTION-NOW =
047900             FUNCTION NUMVAL(CUR-MONTHW)
048000           - FUNCTION NUMVAL(PRE-MONTHW)
048100     END-IF.
048200*
048300***** estimated reading: average usage on from the last reading **
048400*     across an open exchange the old meter's remaining run is
048500*     taken first and the rest counted on from the new start;
048600*     an estimate past the last register value wraps round.
048700 PROJECT-READING.
048800     COMPUTE EST-WORK =
048900         FUNCTION NUMVAL(PRE-MONTHW)
049000       + AVERAGE-CONS
049100     IF EXCHANGE-IS-OPEN
049200         COMPUTE OLD-PART =
049300             XCH-OLD-FINAL - FUNCTION NUMVAL(PRE-MONTHW)
049400         IF OLD-PART < 0
049500             ADD OLD-MODULUS TO OLD-PART
049600         END-IF
049666         COMPUTE EST-WORK =
049732             XCH-NEW-START + AVERAGE-CONS - OLD-PART
049800         IF EST-WORK < XCH-NEW-START
049900             MOVE XCH-NEW-START TO EST-WORK
050000         END-IF
050100     END-IF
050200     IF EST-WORK >= REGISTER-MODULUS
050300         SUBTRACT REGISTER-MODULUS FROM EST-WORK
050400     END-IF.
050500*
050600***** the exchange is settled once its bill is accepted *********
050700 CLOSE-EXCHANGE.
050800     IF NOT EXCHANGE-IS-OPEN
050900        OR METER-ADJW NOT = "X"
051000         EXIT PARAGRAPH
051100     END-IF
051200     SET XCH-APPLIED TO TRUE
051300     MOVE TODAY-DATE TO XCH-APPLIED-DATE
051400     REWRITE EXCHANGE-RECORD
051500     MOVE "N" TO EXCHANGE-SW.
051600*
051700***** meters on the reading schedule that were not read *******
051800 CHECK-UNREAD-METERS.
051900     OPEN I-O SCHEDULE-FILE
052000     IF NOT SCHEDULE-OPEN-OK
052100         EXIT PARAGRAPH
052200     END-IF
052300     PERFORM READ-BILL
052400     PERFORM MARK-SCHEDULED-READ UNTIL BILL-AT-END
052500     CLOSE BILL-FILE
052600     OPEN INPUT BILL-FILE
052700     MOVE "N" TO BILL-EOF
052800     OPEN OUTPUT UNREAD-FILE
052900     MOVE "*** METERS ON ROUTE NOT READ ***" TO UNREAD-LINE
053000     WRITE UNREAD-LINE
053100     MOVE "ROUTE SEQ  READER SCHEDULED BILL  METER" TO UNREAD-LINE
053200     WRITE UNREAD-LINE
053300     MOVE "N" TO SCHEDULE-EOF
053400     MOVE LOW-VALUE TO SCH-BILL-ID
053500     START SCHEDULE-FILE KEY > SCH-BILL-ID
053600         INVALID KEY
053700             MOVE "Y" TO SCHEDULE-EOF
053800     END-START
053900     PERFORM LIST-ONE-UNREAD UNTIL SCHEDULE-AT-END
054000     MOVE UNREAD-COUNT TO EDIT-COUNT
054100     MOVE SPACE TO UNREAD-LINE
054200     STRING "UNREAD METERS: " EDIT-COUNT
054300            DELIMITED BY SIZE INTO UNREAD-LINE
054400     WRITE UNREAD-LINE
054500     CLOSE UNREAD-FILE
054600     CLOSE SCHEDULE-FILE.
054700*
054800 MARK-SCHEDULED-READ.
054900     IF BFR-TYPE = "D"
055000         MOVE BFR-BODY TO BILL-WORK
055100         MOVE BILL-IDW TO SCH-BILL-ID
055200         READ SCHEDULE-FILE
055300             INVALID KEY
055400                 CONTINUE
055500             NOT INVALID KEY
055600                 IF CUR-MONTHW IS NUMERIC
055700                     SET SCH-WAS-READ TO TRUE
055800                 ELSE
055900                     IF NOT SCH-WAS-READ
056000                         SET SCH-NO-READING TO TRUE
056100                     END-IF
056200                 END-IF
056300                 REWRITE SCHEDULE-RECORD
056400         END-READ
056500     END-IF
056600     PERFORM READ-BILL.
056700*
056800 LIST-ONE-UNREAD.
056900     READ SCHEDULE-FILE NEXT RECORD
057000         AT END
057100             MOVE "Y" TO SCHEDULE-EOF
057200             EXIT PARAGRAPH
057300     END-READ
057400     IF SCH-WAS-READ
057500         EXIT PARAGRAPH
057600     END-IF
057700     IF SCH-NO-READING
057800         MOVE "NO READING - TO BE ESTIMATED" TO UNREAD-NOTE
057900     ELSE
058000         MOVE "NOT RETURNED IN BILLIN" TO UNREAD-NOTE
058100     END-IF
058200     MOVE SPACE TO UNREAD-LINE
058300     STRING SCH-ROUTE-ID "  " SCH-SEQ " " SCH-READER-ID " "
058400            SCH-READ-DATE "  " SCH-BILL-ID " " SCH-METER-NO
058500            " " UNREAD-NOTE
058600            DELIMITED BY SIZE INTO UNREAD-LINE
058700     WRITE UNREAD-LINE
058800     ADD 1 TO UNREAD-COUNT.
