000500*　予約履歴から指定月の会議室別利用状況を集計し，予約時間数・
000600*　利用可能時間数・稼働率・ピーク日・取消件数・不泊件数を
000700*　報告書とデータファイル（ＣＳＶ）へ出力する。
000725*　組合せ会議室（ROOMKM）の予約は組合せ会議室の予約として一度だけ
000750*　数え，構成室の予約時間・稼働率には含めない。構成室の行には
000775*　組合せ会議室として使われた時間を参考（組合h）として示す。
000800*
000900*            Copyright 1999-2015 FUJITSU LIMITED
001000*========================================================================
003100     SELECT 利用状況ＣＳＶファイル
003200       ASSIGN TO "RIYO.CSV"
003300       ORGANIZATION IS LINE SEQUENTIAL.
003314     SELECT OPTIONAL 会議室組合せファイル
003328       ASSIGN TO "ROOMKM"
003342       ORGANIZATION IS INDEXED
003356       ACCESS MODE  IS RANDOM
003370       RECORD KEY   IS 組合せ会議室番号
003384       FILE STATUS  IS 会議室組合せ状態.
003400 DATA            DIVISION.
003500 FILE SECTION.
003600 FD  予約履歴ファイル.
004250     02  時間単価            PIC  9(06).
004270     02  承認要否            PIC  X(01).
004275         88  要承認          VALUE "1".
004283 FD  会議室組合せファイル.
004291     COPY ROOMKUMI.
004300 FD  利用状況報告ファイル.
004400 01  報告行                  PIC  X(100).
004500 FD  利用状況ＣＳＶファイル.
004900     88  予約履歴正常        VALUE "00" "05".
005000 77  会議室マスタ状態        PIC  X(02).
005100     88  会議室マスタ正常    VALUE "00" "05".
005120 77  会議室組合せ状態        PIC  X(02).
005140     88  会議室組合せ正常    VALUE "00" "05".
005160 77  特定会議室番号          PIC  9(04).
005180 77  構成添字                PIC  9(01).
005186 77  組合せ使用可フラグ      PIC  X(01)  VALUE "N".
005192     88  組合せ使用可        VALUE "Y".
005200 77  履歴終了フラグ          PIC  X(01)  VALUE "N".
005300     88  履歴終了            VALUE "Y".
005400 77  対象年月                PIC  9(06).
007000         03  集計予約時間分  PIC  9(08).
007100         03  集計取消件数    PIC  9(05).
007200         03  集計不泊件数    PIC  9(05).
007250         03  集計組合せ時間分  PIC  9(08).
007300         03  日別時間分      PIC  9(06)  OCCURS 31.
007400*
007500 01  報告行編集域.
008800     02  編集取消件数        PIC  ZZZZ9.
008900     02  FILLER              PIC  X(01)  VALUE SPACE.
009000     02  編集不泊件数        PIC  ZZZZ9.
009033     02  FILLER              PIC  X(01)  VALUE SPACE.
009066     02  編集組合せ時間      PIC  ZZZZ9.
009100*
009200 PROCEDURE       DIVISION.
009300     DISPLAY "会議室利用状況月次報告".
009800     PERFORM 月日数算出.
009900*
010000     OPEN INPUT 予約履歴ファイル.
010050     OPEN INPUT 会議室組合せファイル.
010062     IF 会議室組合せ正常
010074       SET 組合せ使用可 TO TRUE
010086     END-IF.
010100     IF NOT 予約履歴正常
010200       SET 履歴終了 TO TRUE
010300     END-IF.
010400     PERFORM 履歴読込.
010500     PERFORM 履歴集計 UNTIL 履歴終了.
010600     CLOSE 予約履歴ファイル.
010650     CLOSE 会議室組合せファイル.
010700*
010800     OPEN INPUT 会議室マスタファイル.
010900     OPEN OUTPUT 利用状況報告ファイル.
011300            " ***" DELIMITED BY SIZE INTO 報告行.
011400     WRITE 報告行.
011500     MOVE "室番 会議室名             予約h" &
011600          " 可能h 稼働率 ピーク 取消  不泊 組合h"
011700       TO 報告行.
011800     WRITE 報告行.
011900     MOVE "会議室番号,会議室名,予約時間," &
011950          "可能時間," &
012000          "稼働率,ピーク日,取消件数,不泊件数," &
012050          "組合せ使用時間"
012100       TO ＣＳＶ行.
012200     WRITE ＣＳＶ行.
012300     PERFORM 部屋別出力
015700*
015800 履歴集計.
015900     IF 履歴利用日(1:6) = 対象年月
015950       MOVE 履歴会議室番号 TO 特定会議室番号
016000       PERFORM 部屋位置特定
016010*　集計表があふれた場合は件数だけ数えて読み飛ばす
016020       IF 部屋添字 = 0
016100       EVALUATE TRUE
016200         WHEN 履歴確定
016300           PERFORM 予約時間積上
016350           PERFORM 組合せ構成積上
016400         WHEN 履歴取消
016500           ADD 1 TO 集計取消件数(部屋添字)
016600         WHEN 履歴不泊
017300     MOVE 0 TO 部屋添字.
017400     PERFORM VARYING 日添字 FROM 1 BY 1
017500             UNTIL 日添字 > 部屋登録数
017600       IF 集計会議室番号(日添字) = 特定会議室番号
017700         MOVE 日添字 TO 部屋添字
017800       END-IF
017900     END-PERFORM.
018100       ADD 1 TO 部屋登録数
018200       MOVE 部屋登録数 TO 部屋添字
018300       INITIALIZE 部屋集計明細(部屋添字)
018400       MOVE 特定会議室番号
018500         TO 集計会議室番号(部屋添字)
018600     END-IF.
018700*
019700           TO 日別時間分(部屋添字 日添字)
019800       END-IF
019900     END-IF.
019903*
019906*　組合せ会議室の確定予約は，構成室の組合せ使用時間にも積む。
019909*　構成室自身の予約時間・稼働率には含めない。
019912*
019915 組合せ構成積上.
019918     IF NOT 組合せ使用可 OR 予約時間分 NOT > 0
019921       EXIT PARAGRAPH
019924     END-IF.
019927     MOVE 履歴会議室番号 TO 組合せ会議室番号.
019930     READ 会議室組合せファイル
019933       INVALID KEY
019936         EXIT PARAGRAPH
019939     END-READ.
019942     PERFORM 構成室時間積上
019945         VARYING 構成添字 FROM 1 BY 1
019948         UNTIL 構成添字 > 組合せ構成数.
019951*
019954 構成室時間積上.
019957     MOVE 構成会議室番号(構成添字)
019958       TO 特定会議室番号.
019960     PERFORM 部屋位置特定.
019963     IF 部屋添字 = 0
019966       ADD 1 TO あふれ件数
019969     ELSE
019972       ADD 予約時間分
019975         TO 集計組合せ時間分(部屋添字)
019978     END-IF.
020000*
020100*　会議室マスタの１日利用可能時間から月間の可能時間を求め，
020200*　稼働率とピーク日を編集して報告書とＣＳＶへ出力する。
023400     MOVE ピーク日 TO 編集ピーク日.
023500     MOVE 集計取消件数(部屋添字) TO 編集取消件数.
023600     MOVE 集計不泊件数(部屋添字) TO 編集不泊件数.
023633     COMPUTE 編集組合せ時間 =
023666         集計組合せ時間分(部屋添字) / 60.
023700     MOVE 報告行編集域 TO 報告行.
023800     WRITE 報告行.
023900     MOVE SPACE TO ＣＳＶ行.
024400            編集稼働率 ","
024500            編集ピーク日 ","
024600            編集取消件数 ","
024700            編集不泊件数 ","
024750            編集組合せ時間
024800            DELIMITED BY SIZE
024900       INTO ＣＳＶ行.
025000     WRITE ＣＳＶ行.
