000100*=================================================================
000200* 「マルチスレッドプログラミング」
000300*     スレッド間でファイル・データを共用してオンラインショッピング
000400*   のアプリケーションを構築します。
000500*
000600*=================================================================
000700*
000800*  ファイル名： Haisojyo.cob
000900*  機能概要  ： 配送状況取込日次バッチ。運送会社の配送状況ファイル
001000*               を運送便番号で出荷済・請求済の注文行に突き合わせ，
001100*               配送状況と状況日を更新する。配達完了の行には配達
001200*               日を記録し，配達基準の顧客の請求（SEIKYU22）はこの
001300*               日付で請求対象になる。返送になった荷物は返品予定
001400*               ファイルへ書き，返品（HENPIN）で返品待ちとして扱う。
001500*               出荷後指定日数を過ぎても配達されない荷物と返送の
001600*               荷物を配送状況リストへ書き出す。
001700*
001800*               配送状況ファイル様式（１行１件，固定桁）
001900*                 運送便番号 X(10)／状況コード X(2)／状況日 9(8)
002000*                 状況コード　１０：輸送中　２０：配達完了
002100*                             ３０：不在持戻り　４０：返送
002200*               同じ便番号が複数あるときは状況日の新しいものを採る。
002300*
002400* Copyright 1999-2015 FUJITSU LIMITED
002500*=================================================================
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. HAISOJYO.
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT 配送状況ファイル
003200       ASSIGN TO "HAISOST.TXT"
003300       ORGANIZATION IS LINE SEQUENTIAL
003400       FILE STATUS  IS 配送状況状態.
003500     SELECT OPTIONAL 注文行ファイル
003600       ASSIGN TO "ORDERF"
003700       ORGANIZATION IS INDEXED
003800       ACCESS MODE  IS SEQUENTIAL
003900       RECORD KEY   IS 注文行番号
004000       FILE STATUS  IS 注文行状態.
004100     SELECT OPTIONAL 返品予定ファイル
004200       ASSIGN TO "HENYOTEI"
004300       ORGANIZATION IS INDEXED
004400       ACCESS MODE  IS RANDOM
004500       RECORD KEY   IS 予定注文行番号
004600       FILE STATUS  IS 返品予定状態.
004700     SELECT 配送リストファイル
004800       ASSIGN TO "HAISOJYO.RPT"
004900       ORGANIZATION IS LINE SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  配送状況ファイル.
005300 01  配送状況入力レコード.
005400     02  入力便番号          PIC  X(10).
005500     02  入力状況コード      PIC  X(02).
005600     02  入力状況日          PIC  X(08).
005700 FD  注文行ファイル.
005800     COPY ORDFILE.
005900 FD  返品予定ファイル.
006000     COPY HENYOTEI.
006100 FD  配送リストファイル.
006200 01  配送リスト行            PIC  X(120).
006300 WORKING-STORAGE SECTION.
006400 01  配送状況状態            PIC  X(02).
006500     88  配送状況正常        VALUE "00" "05".
006600 01  注文行状態              PIC  X(02).
006700     88  注文行正常          VALUE "00" "05".
006800 01  返品予定状態            PIC  X(02).
006900 01  入力終了フラグ          PIC  X(01)  VALUE "N".
007000     88  入力終了            VALUE "Y".
007100 01  注文終了フラグ          PIC  X(01)  VALUE "N".
007200     88  注文終了            VALUE "Y".
007300 01  便該当フラグ            PIC  X(01).
007400     88  便該当              VALUE "Y".
007500 01  指定日数入力            PIC  9(03).
007600 01  取込状況                PIC  X(01).
007700 01  旧配送状況              PIC  X(01).
007800 01  本日通算日              PIC  9(07).
007900 01  経過日数                PIC S9(05).
008000 01  出荷日数値              PIC  9(08).
008100 01  検索便番号              PIC  X(10).
008200 01  表添字                  PIC  9(05) COMP-5.
008300 01  該当添字                PIC  9(05) COMP-5.
008400 01  便件数                  PIC  9(05) COMP-5 VALUE 0.
008500 01  便状況表.
008600     02  便状況明細          OCCURS 2000.
008700         03  表便番号        PIC  X(10).
008800         03  表状況          PIC  X(01).
008900         03  表状況日        PIC  9(08).
009000         03  表照合フラグ    PIC  X(01).
009100             88  表照合済    VALUE "Y".
009200 01  取込件数                PIC  9(06)  VALUE 0.
009300 01  更新行数                PIC  9(06)  VALUE 0.
009400 01  返送件数                PIC  9(06)  VALUE 0.
009500 01  未配達件数              PIC  9(06)  VALUE 0.
009600 01  警告件数                PIC  9(06)  VALUE 0.
009700 01  現在日時.
009800     02  現在日付８          PIC  9(08).
009900     02  FILLER              PIC  X(13).
010000*
010100 01  配送行編集域.
010200     02  編集注文行番号      PIC  9(08).
010300     02  FILLER              PIC  X(02)  VALUE SPACE.
010400     02  編集注文番号        PIC  X(12).
010500     02  FILLER              PIC  X(02)  VALUE SPACE.
010600     02  編集顧客ＩＤ        PIC  X(32).
010700     02  FILLER              PIC  X(02)  VALUE SPACE.
010800     02  編集便番号          PIC  X(10).
010900     02  FILLER              PIC  X(02)  VALUE SPACE.
011000     02  編集出荷日          PIC  X(08).
011100     02  FILLER              PIC  X(02)  VALUE SPACE.
011200     02  編集経過日数        PIC  ZZZ9.
011300     02  FILLER              PIC  X(02)  VALUE SPACE.
011400     02  編集配送状況        PIC  X(08).
011500     02  FILLER              PIC  X(02)  VALUE SPACE.
011600     02  編集状況日          PIC  9(08).
011700 01  運用通知域.
011800     02  通知プログラム      PIC  X(08)  VALUE "HAISOJYO".
011900     02  通知重大度          PIC  X(01).
012000     02  通知本文            PIC  X(60).
012100*
012200 PROCEDURE DIVISION.
012300     DISPLAY "配送状況取込バッチ".
012400     DISPLAY "未配達の日数を入力してください".
012500     ACCEPT 指定日数入力 FROM CONSOLE.
012600     MOVE FUNCTION CURRENT-DATE TO 現在日時.
012700     COMPUTE 本日通算日 =
012800         FUNCTION INTEGER-OF-DATE(現在日付８).
012900     OPEN INPUT 配送状況ファイル.
013000     IF NOT 配送状況正常
013100       DISPLAY "配送状況ファイルが開けません"
013200       STOP RUN
013300     END-IF.
013400     OPEN I-O 注文行ファイル.
013500     IF NOT 注文行正常
013600       DISPLAY "注文行ファイルが開けません"
013700       CLOSE 配送状況ファイル
013800       STOP RUN
013900     END-IF.
014000     OPEN I-O 返品予定ファイル.
014100     OPEN OUTPUT 配送リストファイル.
014200     MOVE SPACE TO 配送リスト行.
014300     STRING "*** 配送状況リスト " 現在日付８
014400            " 未配達 " 指定日数入力 "日超 ***"
014500            DELIMITED BY SIZE INTO 配送リスト行.
014600     WRITE 配送リスト行.
014700*
014800*　配送状況ファイルを便番号ごとの表に読み込む。
014900*
015000     PERFORM 状況読込.
015100     PERFORM 状況取込処理 UNTIL 入力終了.
015200     CLOSE 配送状況ファイル.
015300*
015400*　注文行を順に読み，便番号で表を引いて配送状況を更新する。
015500*
015600     MOVE "行番号    注文番号      顧客" &
015700          "                              " &
015800          "便番号      出荷日    経過  " &
015900          "状況      状況日"
016000       TO 配送リスト行.
016100     WRITE 配送リスト行.
016200     PERFORM 注文読込.
016300     PERFORM 配送照合処理 UNTIL 注文終了.
016400     PERFORM 未照合便出力
016500       VARYING 表添字 FROM 1 BY 1
016600       UNTIL 表添字 > 便件数.
016700     MOVE SPACE TO 配送リスト行.
016800     STRING "取込件数：" 取込件数
016900            "　更新行数：" 更新行数
017000            "　返送：" 返送件数
017100            "　未配達：" 未配達件数
017200            "　警告：" 警告件数
017300            DELIMITED BY SIZE INTO 配送リスト行.
017400     WRITE 配送リスト行.
017500     CLOSE 配送リストファイル.
017600     CLOSE 返品予定ファイル.
017700     CLOSE 注文行ファイル.
017800     DISPLAY "取込件数：" 取込件数.
017900     DISPLAY "更新行数：" 更新行数.
018000     DISPLAY "返送件数：" 返送件数.
018100     DISPLAY "未配達数：" 未配達件数.
018200     DISPLAY "警告件数：" 警告件数.
018300     IF 返送件数 NOT = 0 OR 未配達件数 NOT = 0
018400       MOVE "W" TO 通知重大度
018500       MOVE SPACE TO 通知本文
018600       STRING "配送異常あり　返送：" 返送件数
018700              "　未配達：" 未配達件数
018800              DELIMITED BY SIZE INTO 通知本文
018900       CALL "運用通知" USING 通知プログラム
019000            通知重大度 通知本文
019100     END-IF.
019200     STOP RUN.
019300*
019400 状況読込.
019500     READ 配送状況ファイル
019600       AT END
019700         SET 入力終了 TO TRUE
019800     END-READ.
019900*
020000 状況取込処理.
020100     PERFORM 状況１件取込
020200       THRU 状況１件取込出口.
020300     PERFORM 状況読込.
020400*
020500*　運送会社の状況コードを注文行の配送状況へ読み替える。
020600*
020700 状況１件取込.
020800     ADD 1 TO 取込件数.
020900     EVALUATE 入力状況コード
021000       WHEN "10"
021100         MOVE "1" TO 取込状況
021200       WHEN "20"
021300         MOVE "2" TO 取込状況
021400       WHEN "30"
021500         MOVE "3" TO 取込状況
021600       WHEN "40"
021700         MOVE "4" TO 取込状況
021800       WHEN OTHER
021900         MOVE SPACE TO 取込状況
022000     END-EVALUATE.
022100     IF 取込状況 = SPACE
022200        OR 入力状況日 NOT NUMERIC
022300        OR 入力便番号 = SPACE
022400       MOVE SPACE TO 配送リスト行
022500       STRING "警告：入力不正 "
022600              配送状況入力レコード
022700              DELIMITED BY SIZE INTO 配送リスト行
022800       WRITE 配送リスト行
022900       ADD 1 TO 警告件数
023000       GO TO 状況１件取込出口
023100     END-IF.
023200     MOVE 入力便番号 TO 検索便番号.
023300     PERFORM 便検索.
023400     IF 便該当
023500       IF 入力状況日 >= 表状況日 (該当添字)
023600         MOVE 取込状況   TO 表状況 (該当添字)
023700         MOVE 入力状況日 TO 表状況日 (該当添字)
023800       END-IF
023900       GO TO 状況１件取込出口
024000     END-IF.
024100     IF 便件数 >= 2000
024200       MOVE SPACE TO 配送リスト行
024300       STRING "警告：便状況表あふれ "
024400            入力便番号
024500              DELIMITED BY SIZE INTO 配送リスト行
024600       WRITE 配送リスト行
024700       ADD 1 TO 警告件数
024800       GO TO 状況１件取込出口
024900     END-IF.
025000     ADD 1 TO 便件数.
025100     MOVE 入力便番号 TO 表便番号 (便件数).
025200     MOVE 取込状況   TO 表状況 (便件数).
025300     MOVE 入力状況日 TO 表状況日 (便件数).
025400     MOVE "N"        TO 表照合フラグ (便件数).
025500*
025600 状況１件取込出口.
025700     EXIT.
025800*
025900 便検索.
026000     MOVE "N" TO 便該当フラグ.
026100     PERFORM 便比較
026200       VARYING 表添字 FROM 1 BY 1
026300       UNTIL 表添字 > 便件数 OR 便該当.
026400*
026500 便比較.
026600     IF 表便番号 (表添字) = 検索便番号
026700       SET 便該当 TO TRUE
026800       MOVE 表添字 TO 該当添字
026900     END-IF.
027000*
027100 注文読込.
027200     READ 注文行ファイル NEXT RECORD
027300       AT END
027400         SET 注文終了 TO TRUE
027500     END-READ.
027600*
027700 配送照合処理.
027800     IF (注文出荷済 OR 注文請求済)
027900        AND 運送便番号 NOT = SPACE
028000       MOVE 運送便番号 TO 検索便番号
028100       PERFORM 便検索
028200       IF 便該当
028300         PERFORM 配送状況更新
028400       END-IF
028500       PERFORM 配送異常判定
028600     END-IF.
028700     PERFORM 注文読込.
028800*
028900*　状況日が注文行のものより古い情報では戻さない。返送へ変わった
029000*　ときだけ返品予定を起こす（返品で取り消した行を再び起こさない）。
029100*
029200 配送状況更新.
029300     SET 表照合済 (該当添字) TO TRUE.
029400     IF 表状況日 (該当添字) < 配送状況日
029500        OR (表状況 (該当添字) = 配送状況
029600            AND 表状況日 (該当添字) = 配送状況日)
029700       EXIT PARAGRAPH
029800     END-IF.
029900     MOVE 配送状況 TO 旧配送状況.
030000     MOVE 表状況 (該当添字)   TO 配送状況.
030100     MOVE 表状況日 (該当添字) TO 配送状況日.
030200     IF 配送配達済
030300       MOVE 配送状況日 TO 配達日
030400     END-IF.
030500     REWRITE 注文行レコード.
030600     ADD 1 TO 更新行数.
030700     IF 配送返送 AND 旧配送状況 NOT = "4"
030800       PERFORM 返品予定登録
030900     END-IF.
031000*
031100 返品予定登録.
031200     MOVE 注文行番号   TO 予定注文行番号.
031300     MOVE 運送便番号   TO 予定運送便番号.
031400     MOVE 配送状況日   TO 予定返送日.
031500     MOVE 現在日付８   TO 予定登録日.
031600     WRITE 返品予定レコード
031700       INVALID KEY
031800         CONTINUE
031900     END-WRITE.
032000*
032100*　返送の荷物と，出荷後指定日数を過ぎて配達されない荷物を
032200*　リストへ書く。
032300*
032400 配送異常判定.
032500     IF 配送返送
032600       PERFORM 配送行出力
032700       ADD 1 TO 返送件数
032800     ELSE
032900       IF NOT 配送配達済 AND 出荷日 IS NUMERIC
033000         MOVE 出荷日 TO 出荷日数値
033100         COMPUTE 経過日数 = 本日通算日
033200           - FUNCTION INTEGER-OF-DATE(出荷日数値)
033300         IF 経過日数 > 指定日数入力
033400           PERFORM 配送行出力
033500           ADD 1 TO 未配達件数
033600         END-IF
033700       END-IF
033800     END-IF.
033900*
034000 配送行出力.
034100     IF 出荷日 IS NUMERIC
034200       MOVE 出荷日 TO 出荷日数値
034300       COMPUTE 経過日数 = 本日通算日
034400         - FUNCTION INTEGER-OF-DATE(出荷日数値)
034500     ELSE
034600       MOVE 0 TO 経過日数
034700     END-IF.
034800     MOVE 注文行番号   TO 編集注文行番号.
034900     MOVE 注文番号     TO 編集注文番号.
035000     MOVE 注文顧客ＩＤ TO 編集顧客ＩＤ.
035100     MOVE 運送便番号   TO 編集便番号.
035200     MOVE 出荷日       TO 編集出荷日.
035300     MOVE 経過日数     TO 編集経過日数.
035400     EVALUATE TRUE
035500       WHEN 配送輸送中
035600         MOVE "輸送中" TO 編集配送状況
035700       WHEN 配送持戻り
035800         MOVE "持戻り" TO 編集配送状況
035900       WHEN 配送返送
036000         MOVE "返送"   TO 編集配送状況
036100       WHEN OTHER
036200         MOVE "未取込" TO 編集配送状況
036300     END-EVALUATE.
036400     MOVE 配送状況日   TO 編集状況日.
036500     MOVE 配送行編集域 TO 配送リスト行.
036600     WRITE 配送リスト行.
036700*
036800 未照合便出力.
036900     IF NOT 表照合済 (表添字)
037000       MOVE SPACE TO 配送リスト行
037100       STRING "警告：該当する注文行なし "
037200              表便番号 (表添字)
037300              DELIMITED BY SIZE INTO 配送リスト行
037400       WRITE 配送リスト行
037500       ADD 1 TO 警告件数
037600     END-IF.
