000110*   "R" + category X  + step1 limit 9(5)
000120*       + rate1 9(4) + step2 limit 9(5)
000130*       + rate2 9(4) + rate3 9(4)                 (3 lines)
000131*
000132* Part-month bills (the first bill after a move-in, the final bill
000133* at a move-out) carry the days of the period and of the month.
000134* For these the base charge is pro-rated by days and the step
000135* limits of the unit bands are scaled by the same ratio, so a
000136* short period is not pushed into the dearer bands.
000137* A meter exchange or register wrap arrives with the true usage
000138* already worked out by BillBatch, which is charged instead of
000139* current - previous reading.
000140*
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID.   RateCharge.
000680 77  STEP2-UNITS           PIC 9(05).
000690 77  STEP3-UNITS           PIC 9(05).
000700 77  WORK-UNITS            PIC S9(06).
000701 77  LIMIT1-W              PIC 9(05).
000702 77  LIMIT2-W              PIC 9(05).
000703 77  PERIOD-DAYS-N         PIC 9(02).
000704 77  MONTH-DAYS-N          PIC 9(02).
000705 77  PRO-RATA-SW           PIC X(01).
000706     88  PERIOD-IS-PRO-RATED VALUE "Y".
000710*
000720 LINKAGE SECTION.
000730 01  BILL-INPUTL.
000770     02  CUR-MONTHL        PIC X(4).
000780     02  CATEGORYL         PIC X(1).
000790     02  ENDEDL            PIC X(1).
000792     02  BILL-KINDL        PIC X(1).
000794*        " " full month / "I" first after move-in
000796*        "F" final at move-out
000798     02  PERIOD-DAYSL      PIC X(2).
000800     02  MONTH-DAYSL       PIC X(2).
000801*        "X" meter exchanged / "W" register wrapped:
000802*        the true usage replaces current - previous
000803     02  METER-ADJL        PIC X(1).
000804     02  ADJ-CONSUMPTIONL  PIC X(5).
000805     02                    PIC X(52).
000810 01  CHARGE-RESULTL.
000820     02  CONSUMPTIONL      PIC 9(05).
000830     02  BASE-CHARGEL      PIC 9(07).
000980         MOVE "9" TO RATE-STATUSL
000990         EXIT PROGRAM
001000     END-IF
001004     COMPUTE CONSUMPTIONL =
001008         FUNCTION NUMVAL(CUR-MONTHL)
001012       - FUNCTION NUMVAL(PRE-MONTHL)
001016     IF (METER-ADJL = "X" OR METER-ADJL = "W")
001020        AND ADJ-CONSUMPTIONL IS NUMERIC
001024         MOVE ADJ-CONSUMPTIONL TO CONSUMPTIONL
001028     END-IF
001032     PERFORM CHECK-PRO-RATA
001034     PERFORM FIND-BASE-CHARGE
001036     IF PERIOD-IS-PRO-RATED AND RATE-STATUSL = "0"
001038         COMPUTE BASE-CHARGEL ROUNDED =
001040             BASE-CHARGEL * PERIOD-DAYS-N / MONTH-DAYS-N
001042     END-IF
001050     PERFORM FIND-ENERGY-CHARGE
001051           THRU FIND-ENERGY-CHARGE-EXIT
001060     IF RATE-STATUSL = "0"
001860*
001870 COMPUTE-STEPPED-CHARGE.
001880     COMPUTE WORK-UNITS = CONSUMPTIONL
001881     MOVE STEP1-LIMIT(IDX) TO LIMIT1-W
001882     MOVE STEP2-LIMIT(IDX) TO LIMIT2-W
001883     IF PERIOD-IS-PRO-RATED
001884         COMPUTE LIMIT1-W ROUNDED =
001885             STEP1-LIMIT(IDX) * PERIOD-DAYS-N / MONTH-DAYS-N
001886         COMPUTE LIMIT2-W ROUNDED =
001887             STEP2-LIMIT(IDX) * PERIOD-DAYS-N / MONTH-DAYS-N
001888     END-IF
001890     IF WORK-UNITS > LIMIT1-W
001900         MOVE LIMIT1-W TO STEP1-UNITS
001910     ELSE
001920         MOVE WORK-UNITS TO STEP1-UNITS
001930     END-IF
001940     SUBTRACT STEP1-UNITS FROM WORK-UNITS
001950     IF WORK-UNITS > LIMIT2-W
001960         MOVE LIMIT2-W TO STEP2-UNITS
001970     ELSE
001980         MOVE WORK-UNITS TO STEP2-UNITS
001990     END-IF
002030         STEP1-UNITS * RATE1(IDX)
002040       + STEP2-UNITS * RATE2(IDX)
002050       + STEP3-UNITS * RATE3(IDX).
002060*
002070***** part-month period: pro-rate by days *******************
002080 CHECK-PRO-RATA.
002090     MOVE "N" TO PRO-RATA-SW
002100     IF BILL-KINDL = SPACE
002110        OR PERIOD-DAYSL IS NOT NUMERIC
002120        OR MONTH-DAYSL IS NOT NUMERIC
002130         EXIT PARAGRAPH
002140     END-IF
002150     MOVE PERIOD-DAYSL TO PERIOD-DAYS-N
002160     MOVE MONTH-DAYSL TO MONTH-DAYS-N
002170     IF PERIOD-DAYS-N > 0 AND MONTH-DAYS-N > 0
002180        AND PERIOD-DAYS-N < MONTH-DAYS-N
002190         MOVE "Y" TO PRO-RATA-SW
002200     END-IF.
