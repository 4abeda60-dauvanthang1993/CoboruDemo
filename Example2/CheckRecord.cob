000190     02  LOG-REJECT-CODE   PIC X(02).
000200*
000210 WORKING-STORAGE SECTION.
000220 01 LIST.
000230     02 LIST-AMPE PIC X(12) VALUE "152025304050".
000240     02 AMPES REDEFINES LIST-AMPE PIC 99 OCCURS 6 TIMES.
000250     02 LIST-CATEGORY PIC X(3) VALUE "ACD".
000260     02 CATEGORIES REDEFINES LIST-CATEGORY PIC X OCCURS 3 TIMES.
000270 
000280
000290 01 COUNT-ARRAY.
000300     02 COUNT-AMPE PIC 9.
000310     02 COUNT-CATE PIC 9.
000320
000330 01 REJECT-LOG-STATUS  PIC X(02) VALUE SPACE.
000340    88 REJECT-LOG-OPEN-OK VALUE "00".
000350 01 REJECT-CODE        PIC X(02) VALUE SPACE.
000360 01 CHECK.
000370     02 CHECK-AMPE PIC X.
000380     02 CHECK-CATE PIC X.
000385     02 CHECK-PERIOD PIC X.
000387     02 CHECK-METER  PIC X.
000390
000400
000410 LINKAGE SECTION.
000420 01 BILL-INPUTL.
000430     02 BILL-IDL     PIC X(5).
000440     02 AMPEL        PIC X(2).
000450     02 PRE-MONTHL   PIC X(4).
000460     02 CUR-MONTHL   PIC X(4).
000470     02 CATEGORYL    PIC X(1).
000480     02 ENDEDL       PIC X(1).
000483     02 BILL-KINDL   PIC X(1).
000486*       " " 通月 / "I" 入居後初回 / "F" 退去精算
000489     02 PERIOD-DAYSL PIC X(2).
000492     02 MONTH-DAYSL  PIC X(2).
000493*       "X" 計器取替 / "W" 桁あふれ、実使用量付き
000494     02 METER-ADJL   PIC X(1).
000495     02 ADJ-CONSUMPTIONL PIC X(5).
000496     02              PIC X(52).
000500 01 CHECKL PIC X. 
000510
000520
000530 PROCEDURE DIVISION USING BILL-INPUTL CHECKL.
000540******リコードをチェックする********* 
000550 CHECK-RECORD.
000560     PERFORM CHECK-AMPEF
000570     PERFORM CHECK-CATEGORYF
000575     PERFORM CHECK-PERIODF
000577     PERFORM CHECK-METERF
000580     IF BILL-IDL IS NUMERIC AND 00001 <= BILL-IDL
000590        AND BILL-IDL <= 79999
000600        AND PRE-MONTHL IS NUMERIC AND CUR-MONTHL IS NUMERIC
000610        AND (PRE-MONTHL <= CUR-MONTHL OR CHECK-METER = "T")
000620        AND ENDEDL = "*" AND CHECK-AMPE = "T" AND CHECK-CATE = "T"
000625        AND CHECK-PERIOD = "T"
000630     THEN
000640         MOVE "T" TO CHECKL
000650     ELSE
000660         MOVE "F" TO CHECKL
000665         PERFORM DETERMINE-REJECT-REASON
000667         PERFORM WRITE-REJECT-LOG
000670     END-IF
000680     EXIT PROGRAM.
000690 END-CHECK-RECORD.
000700*
000710*****アンペをチェックする*********** 
000720 CHECK-AMPEF.
000730     MOVE "F" TO CHECK-AMPE
000740     PERFORM VARYING COUNT-AMPE FROM 1 BY 1 UNTIL COUNT-AMPE > 6
000750         IF AMPEL = AMPES(COUNT-AMPE) THEN
000760             MOVE "T" TO CHECK-AMPE
000770             EXIT PERFORM
000780         END-IF
000790     END-PERFORM.
000800*
000810******区分コードをチェックする******* 		
000820  CHECK-CATEGORYF.
000830     MOVE "F" TO CHECK-CATE
000840     PERFORM VARYING COUNT-CATE FROM 1 BY 1 UNTIL COUNT-CATE > 3
000850         IF CATEGORYL = CATEGORIES(COUNT-CATE) THEN
000860             MOVE "T" TO CHECK-CATE
000870             EXIT PERFORM
000880         END-IF
000890     END-PERFORM.
000900*
000910*****却下理由コードを判定する***********
000920 DETERMINE-REJECT-REASON.
000950             MOVE "04" TO REJECT-CODE
000960         WHEN CHECK-CATE = "F"
000970             MOVE "05" TO REJECT-CODE
000973         WHEN CHECK-PERIOD = "F"
000976             MOVE "06" TO REJECT-CODE
000980         WHEN BILL-IDL IS NOT NUMERIC
000990           OR BILL-IDL < 00001 OR BILL-IDL > 79999
001000             MOVE "01" TO REJECT-CODE
001010         WHEN PRE-MONTHL IS NOT NUMERIC
001020           OR CUR-MONTHL IS NOT NUMERIC
001026           OR (PRE-MONTHL > CUR-MONTHL
001032               AND CHECK-METER NOT = "T")
001040             MOVE "02" TO REJECT-CODE
001050         WHEN ENDEDL NOT = "*"
001060             MOVE "03" TO REJECT-CODE
001220     END-IF.
001230 END-WRITE-REJECT-LOG.
001250*
001260*****日割期間をチェックする*********
001270*  入居・退去の端数月は期間日数と暦月日数が必要。
001280 CHECK-PERIODF.
001290     MOVE "T" TO CHECK-PERIOD
001300     EVALUATE BILL-KINDL
001310         WHEN SPACE
001320             CONTINUE
001330         WHEN "I"
001340         WHEN "F"
001350             IF PERIOD-DAYSL IS NOT NUMERIC
001360                OR MONTH-DAYSL IS NOT NUMERIC
001370                OR PERIOD-DAYSL = "00"
001380                OR MONTH-DAYSL < "28" OR MONTH-DAYSL > "31"
001390                 MOVE "F" TO CHECK-PERIOD
001400             END-IF
001410         WHEN OTHER
001420             MOVE "F" TO CHECK-PERIOD
001430     END-EVALUATE.
001440 END-CHECK-PERIODF.
001450*
001460*****計器取替・桁あふれをチェックする***
001470*  前回指針が今回指針を超えても、実使用量が付いていれば可。
001480 CHECK-METERF.
001490     MOVE "F" TO CHECK-METER
001500     IF (METER-ADJL = "X" OR METER-ADJL = "W")
001510        AND ADJ-CONSUMPTIONL IS NUMERIC
001520         MOVE "T" TO CHECK-METER
001530     END-IF.
001540 END-CHECK-METERF.
001550*
001560 END PROGRAM CheckRecord.
