000600*　保守し，売上ファイルの実績と突き合わせて予算・実績・差異
000700*　・達成率の対比表を出力する。達成率がしきい値を下回った行
000800*　には警告印を付ける。ＳＡＬＥＳ帳票の行・列小計を手計算で
000900*　補っていた予算対比を報告書として出す。対比表は同じ内容を
000910*　ＣＳＶ（YOSAN.CSV）へも出力する（ＫＰＩダッシュボードの
000920*　予算達成率グラフの元データ）。
001000*
001100 ENVIRONMENT DIVISION.
001200  INPUT-OUTPUT SECTION.
002800     SELECT 対比報告ファイル
002900       ASSIGN TO "YOSAN.RPT"
003000       ORGANIZATION      IS  LINE SEQUENTIAL.
003010     SELECT 対比ＣＳＶファイル
003020       ASSIGN TO "YOSAN.CSV"
003030       ORGANIZATION      IS  LINE SEQUENTIAL.
003100*
003200 DATA DIVISION.
003300  FILE SECTION.
004200      COPY  URIAGE OF COPYLIB.
004300  FD  対比報告ファイル.
004400  01  報告行                  PIC  X(110).
004410  FD  対比ＣＳＶファイル.
004420  01  ＣＳＶ行                PIC  X(110).
004500*
004600  WORKING-STORAGE SECTION.
004700   77  予算ファイルの状態      PIC  XX.
015200       MOVE 80 TO 達成率しきい値
015300     END-IF.
015400     OPEN OUTPUT 対比報告ファイル.
015410     OPEN OUTPUT 対比ＣＳＶファイル.
015420     MOVE "商品コード,年月,予算金額,実績金額," &
015430          "差異金額,達成率"
015440       TO ＣＳＶ行.
015450     WRITE ＣＳＶ行.
015500     MOVE SPACE TO 報告行.
015600     STRING "*** 予算実績対比 " 対象年月
015700            " ***" DELIMITED BY SIZE INTO 報告行.
016800         SET 走査終了 TO TRUE
016900     END-START.
017000     PERFORM 対比明細処理 UNTIL 走査終了.
017050     CLOSE 対比ＣＳＶファイル.
017100     CLOSE 対比報告ファイル.
017200     DISPLAY "対比件数：" 対比件数.
017300*
020200     END-IF.
020300     MOVE 対比行編集域 TO 報告行.
020400     WRITE 報告行.
020410     MOVE SPACE TO ＣＳＶ行.
020420     STRING 予算商品コード ","
020430            予算年月 ","
020440            予算金額 ","
020450            実績金額 ","
020460            差異金額 ","
020470            達成率
020480            DELIMITED BY SIZE
020490       INTO ＣＳＶ行.
020495     WRITE ＣＳＶ行.
020500     ADD 1 TO 対比件数.
020600*
020700*　売上ファイルを順読みして対象商品・対象月の実績を集める。
