000100*=================================================================
000200* 「マルチスレッドプログラミング」
000300*     スレッド間でファイル・データを共用してオンラインショッピング
000400*   のアプリケーションを構築します。
000500*
000600*=================================================================
000700*
000800*  ファイル名： Shiharai.cob
000900*  機能概要  ： 仕入先支払実行。買掛金締（KAISIME）が起こした未払
001000*               の支払予定のうち支払期日が支払日以前のものを，仕入
001100*               先マスタの振込先口座へ全銀協フォーマット（総合振込）
001200*               の振込ファイルに編集し，仕入先ごとの支払通知書（明
001300*               細は元の買掛金）を出力する。振り込んだ支払予定と
001400*               買掛金は支払済にする。口座未登録・金額０の支払予定
001500*               は振り込まずコントロールリストへ警告し，次回に残す。
001600*               あわせて支払後に残る買掛金の年齢表（入荷日からの
001700*               経過日数別）を出力する。支払済の額は仕訳エクス
001800*               ポート（GLEXPORT）が支払日の月で計上する。
001810*               仕入返品（SIIREHEN）の赤伝は負の明細として通知書
001820*               と年齢表に載せ，同じ仕入先の買掛から差し引く。
001846*               支払日の月が締めカレンダー（CLOSECAL）で買掛（KK）
001872*               の締処理中・締済なら支払を実行しない。
001900*
002000* Copyright 1999-2015 FUJITSU LIMITED
002100*=================================================================
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. SHIHARAI.
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT OPTIONAL 支払予定ファイル
002800       ASSIGN TO "SHIYOTEI"
002900       ORGANIZATION IS INDEXED
003000       ACCESS MODE  IS DYNAMIC
003100       RECORD KEY   IS 支払予定番号
003200       FILE STATUS  IS 支払予定状態.
003300     SELECT OPTIONAL 買掛金ファイル
003400       ASSIGN TO "KAIKAKE"
003500       ORGANIZATION IS INDEXED
003600       ACCESS MODE  IS DYNAMIC
003700       RECORD KEY   IS 買掛番号
003800       FILE STATUS  IS 買掛金状態.
003900     SELECT OPTIONAL 仕入先マスタファイル
004000       ASSIGN TO "SIIREM"
004100       ORGANIZATION IS INDEXED
004200       ACCESS MODE  IS RANDOM
004300       RECORD KEY   IS 仕入先コード
004400       FILE STATUS  IS 仕入先マスタ状態.
004500     SELECT 支払通知書ファイル
004600       ASSIGN TO "SHITSUCHI.RPT"
004700       ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT 振込ファイル
004900       ASSIGN TO "SHIZENGIN.TXT"
005000       ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT コントロールリストファイル
005200       ASSIGN TO "SHIHARAI.LST"
005300       ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT 年齢表ファイル
005500       ASSIGN TO "KAIAGE.RPT"
005600       ORGANIZATION IS LINE SEQUENTIAL.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  支払予定ファイル.
006000     COPY SHIYOTEI.
006100 FD  買掛金ファイル.
006200     COPY KAIKAKE.
006300 FD  仕入先マスタファイル.
006400     COPY SIIREM.
006500 FD  支払通知書ファイル.
006600 01  通知書行                PIC  X(100).
006700 FD  振込ファイル.
006800 01  振込レコード            PIC  X(120).
006900 FD  コントロールリストファイル.
007000 01  リスト行                PIC  X(100).
007100 FD  年齢表ファイル.
007200 01  年齢表行                PIC  X(120).
007300 WORKING-STORAGE SECTION.
007400 01  支払予定状態            PIC  X(02).
007500     88  支払予定正常        VALUE "00" "05".
007600 01  買掛金状態              PIC  X(02).
007700     88  買掛金正常          VALUE "00" "05".
007800 01  仕入先マスタ状態        PIC  X(02).
007900     88  仕入先マスタ正常    VALUE "00" "05".
008000*　ファイル状態は入出力のたびに変わるため，オープンの成否は
008100*　別のフラグに控えて判定する。
008200 01  仕入先使用可Ｆ          PIC  X(01)  VALUE "N".
008300     88  仕入先使用可        VALUE "Y".
008400 01  予定終了フラグ          PIC  X(01).
008500     88  予定終了            VALUE "Y".
008600 01  買掛終了フラグ          PIC  X(01).
008700     88  買掛終了            VALUE "Y".
008800 01  振込年月日              PIC  9(08).
008900 01  振込年月日分解  REDEFINES 振込年月日.
009000     02  振込年              PIC  9(04).
009100     02  振込月日            PIC  9(04).
009200 01  支払通算日              PIC  9(07).
009300 01  経過日数                PIC S9(05).
009400 01  明細件数                PIC  9(06)  VALUE 0.
009500 01  合計金額                PIC  9(12)  VALUE 0.
009600 01  警告件数                PIC  9(05)  VALUE 0.
009700 01  通知明細計              PIC S9(12).
009800*
009900*　年齢表の仕入先別積み上げ（入荷日からの経過日数で４区分）。
010000*
010100 01  仕入先添字              PIC  9(03)  COMP-5.
010200 01  仕入先登録数            PIC  9(03)  COMP-5 VALUE 0.
010300 01  検索添字                PIC  9(03)  COMP-5.
010400 01  区分添字                PIC  9(01)  COMP-5.
010500 01  年齢仕入先表.
010600     02  年齢仕入先明細  OCCURS 200.
010700         03  表仕入先        PIC  X(04).
010800         03  表区分額        PIC S9(12)  OCCURS 4.
010900 01  年齢合計表.
011000     02  合計区分額          PIC S9(12)  OCCURS 4.
011100*
011200*　全銀フォーマットの各レコード（１２０バイト固定）
011300*
011400 01  ヘッダレコード編集域.
011500     02  FILLER              PIC  X(01)  VALUE "1".
011600     02  FILLER              PIC  X(02)  VALUE "21".
011700     02  FILLER              PIC  X(01)  VALUE "0".
011800     02  編集委託者コード    PIC  9(10)  VALUE 0.
011900     02  編集委託者名        PIC  X(40)
012000         VALUE "ｻﾝﾌﾟﾙｼｮｳｼﾞ".
012100     02  編集振込指定日      PIC  9(04).
012200     02  FILLER              PIC  X(62)  VALUE SPACE.
012300 01  データレコード編集域.
012400     02  FILLER              PIC  X(01)  VALUE "2".
012500     02  編集銀行コード      PIC  9(04).
012600     02  FILLER              PIC  X(15)  VALUE SPACE.
012700     02  編集支店コード      PIC  9(03).
012800     02  FILLER              PIC  X(15)  VALUE SPACE.
012900     02  FILLER              PIC  X(04)  VALUE SPACE.
013000     02  編集預金種目        PIC  9(01).
013100     02  編集口座番号        PIC  9(07).
013200     02  編集受取人名        PIC  X(30).
013300     02  編集振込金額        PIC  9(10).
013400     02  FILLER              PIC  X(01)  VALUE "1".
013500     02  FILLER              PIC  X(29)  VALUE SPACE.
013600 01  トレーラレコード編集域.
013700     02  FILLER              PIC  X(01)  VALUE "8".
013800     02  編集合計件数        PIC  9(06).
013900     02  編集合計金額        PIC  9(12).
014000     02  FILLER              PIC  X(101) VALUE SPACE.
014100 01  エンドレコード編集域.
014200     02  FILLER              PIC  X(01)  VALUE "9".
014300     02  FILLER              PIC  X(119) VALUE SPACE.
014400*
014500 01  リスト行編集域.
014600     02  リスト予定番号      PIC  9(06).
014700     02  FILLER              PIC  X(02)  VALUE SPACE.
014800     02  リスト仕入先        PIC  X(04).
014900     02  FILLER              PIC  X(02)  VALUE SPACE.
015000     02  リスト銀行コード    PIC  9(04).
015100     02  FILLER              PIC  X(01)  VALUE "-".
015200     02  リスト支店コード    PIC  9(03).
015300     02  FILLER              PIC  X(02)  VALUE SPACE.
015400     02  リスト口座番号      PIC  9(07).
015500     02  FILLER              PIC  X(02)  VALUE SPACE.
015600     02  リスト金額          PIC  ZZZ,ZZZ,ZZZ,ZZ9.
015700 01  通知明細編集域.
015800     02  FILLER              PIC  X(02)  VALUE SPACE.
015900     02  通知買掛番号        PIC  9(08).
016000     02  FILLER              PIC  X(02)  VALUE SPACE.
016100     02  通知入荷日          PIC  9(08).
016200     02  FILLER              PIC  X(02)  VALUE SPACE.
016300     02  通知商品番号        PIC  X(10).
016400     02  FILLER              PIC  X(02)  VALUE SPACE.
016500     02  通知数量            PIC  --,---,--9.
016600     02  FILLER              PIC  X(02)  VALUE SPACE.
016700     02  通知単価            PIC  ZZZ,ZZZ,ZZ9.
016800     02  FILLER              PIC  X(02)  VALUE SPACE.
016900     02  通知金額            PIC  ---,---,---,--9.
017000 01  年齢行編集域.
017100     02  年齢仕入先          PIC  X(04).
017200     02  FILLER              PIC  X(02)  VALUE SPACE.
017300     02  年齢仕入先名        PIC  X(20).
017400     02  年齢区分欄  OCCURS 4.
017500         03  FILLER          PIC  X(02).
017600         03  年齢区分額      PIC  ---,---,---,--9.
017700     02  FILLER              PIC  X(02)  VALUE SPACE.
017800     02  年齢合計額          PIC  ---,---,---,--9.
017900 01  年齢行合計              PIC S9(13).
017933 01  締確認サブシステム      PIC  X(02)  VALUE "KK".
017966 01  締確認結果              PIC  9(01).
018000 01  運用通知域.
018100     02  通知プログラム      PIC  X(08)  VALUE "SHIHARAI".
018200     02  通知重大度          PIC  X(01).
018300     02  通知本文            PIC  X(60).
018400*
018500 PROCEDURE DIVISION.
018600     DISPLAY "仕入先支払実行".
018700     DISPLAY "支払日を入力してください(YYYYMMDD)".
018800     ACCEPT 振込年月日 FROM CONSOLE.
018812*　支払日の月が買掛（KK）の締処理中・締済なら支払わない。
018824     CALL "締状態確認" USING 締確認サブシステム
018836          振込年月日 締確認結果.
018848     IF 締確認結果 NOT = 0
018860       DISPLAY "支払日の月は締処理中か締済です"
018872       STOP RUN
018884     END-IF.
018900     COMPUTE 支払通算日 =
019000         FUNCTION INTEGER-OF-DATE(振込年月日).
019100     OPEN I-O 支払予定ファイル.
019200     IF NOT 支払予定正常
019300       DISPLAY "支払予定ファイルが開けません"
019400       STOP RUN
019500     END-IF.
019600     OPEN I-O 買掛金ファイル.
019700     IF NOT 買掛金正常
019800       DISPLAY "買掛金ファイルが開けません"
019900       CLOSE 支払予定ファイル
020000       STOP RUN
020100     END-IF.
020200     OPEN INPUT 仕入先マスタファイル.
020300     IF 仕入先マスタ正常
020400       SET 仕入先使用可 TO TRUE
020500     END-IF.
020600     OPEN OUTPUT 支払通知書ファイル.
020700     OPEN OUTPUT 振込ファイル.
020800     OPEN OUTPUT コントロールリストファイル.
020900     OPEN OUTPUT 年齢表ファイル.
021000*
021100     MOVE 振込月日 TO 編集振込指定日.
021200     MOVE ヘッダレコード編集域 TO 振込レコード.
021300     WRITE 振込レコード.
021400     MOVE SPACE TO リスト行.
021500     STRING "*** 支払コントロールリスト　支払日："
021600            振込年月日 " ***"
021700            DELIMITED BY SIZE INTO リスト行.
021800     WRITE リスト行.
021900*
022000     MOVE "N" TO 予定終了フラグ.
022100     MOVE 0 TO 支払予定番号.
022200     START 支払予定ファイル KEY > 支払予定番号
022300       INVALID KEY
022400         SET 予定終了 TO TRUE
022500     END-START.
022600     PERFORM 支払予定読込 UNTIL 予定終了.
022700*
022800     MOVE 明細件数 TO 編集合計件数.
022900     MOVE 合計金額 TO 編集合計金額.
023000     MOVE トレーラレコード編集域 TO 振込レコード.
023100     WRITE 振込レコード.
023200     MOVE エンドレコード編集域 TO 振込レコード.
023300     WRITE 振込レコード.
023400     MOVE SPACE TO リスト行.
023500     STRING "件数：" 明細件数
023600            "　合計金額：" 合計金額
023700            "　警告：" 警告件数
023800            DELIMITED BY SIZE INTO リスト行.
023900     WRITE リスト行.
024000*
024100     PERFORM 年齢表作成.
024200*
024300     CLOSE 年齢表ファイル.
024400     CLOSE コントロールリストファイル.
024500     CLOSE 振込ファイル.
024600     CLOSE 支払通知書ファイル.
024700     CLOSE 仕入先マスタファイル.
024800     CLOSE 買掛金ファイル.
024900     CLOSE 支払予定ファイル.
025000     DISPLAY "振込件数：" 明細件数.
025100     DISPLAY "振込金額：" 合計金額.
025200     DISPLAY "警告件数：" 警告件数.
025300     IF 警告件数 NOT = 0
025400       MOVE "W" TO 通知重大度
025500       MOVE SPACE TO 通知本文
025600       STRING "支払対象外あり　件数：" 警告件数
025700              DELIMITED BY SIZE INTO 通知本文
025800       CALL "運用通知" USING 通知プログラム
025900            通知重大度 通知本文
026000     END-IF.
026100     STOP RUN.
026200*
026300 支払予定読込.
026400     READ 支払予定ファイル NEXT RECORD
026500       AT END
026600         SET 予定終了 TO TRUE
026700       NOT AT END
026800         IF 支払未払 AND 支払期日 <= 振込年月日
026900           PERFORM 支払１件
027000             THRU 支払１件出口
027100         END-IF
027200     END-READ.
027300*
027400*　口座の無い仕入先・金額０の支払予定は振り込まず，未払のまま
027500*　次回に残す。
027600*
027700 支払１件.
027800     IF 支払予定額 = 0
027900       MOVE SPACE TO リスト行
028000       STRING "警告：支払予定額が０です "
028100              支払予定番号 " " 支払仕入先
028200              DELIMITED BY SIZE INTO リスト行
028300       WRITE リスト行
028400       ADD 1 TO 警告件数
028500       GO TO 支払１件出口
028600     END-IF.
028700     MOVE 0 TO 振込口座番号.
028800     IF 仕入先使用可
028900       MOVE 支払仕入先 TO 仕入先コード
029000       READ 仕入先マスタファイル
029100         INVALID KEY
029200           MOVE 0 TO 振込口座番号
029300       END-READ
029400     END-IF.
029500     IF 振込口座番号 = 0
029600       MOVE SPACE TO リスト行
029700       STRING "警告：振込口座未登録 "
029800              支払予定番号 " " 支払仕入先
029900              DELIMITED BY SIZE INTO リスト行
030000       WRITE リスト行
030100       ADD 1 TO 警告件数
030200       GO TO 支払１件出口
030300     END-IF.
030400     MOVE 振込銀行コード TO 編集銀行コード.
030500     MOVE 振込支店コード TO 編集支店コード.
030600     MOVE 振込預金種目   TO 編集預金種目.
030700     MOVE 振込口座番号   TO 編集口座番号.
030800     MOVE 振込口座名義   TO 編集受取人名.
030900     MOVE 支払予定額     TO 編集振込金額.
031000     MOVE データレコード編集域 TO 振込レコード.
031100     WRITE 振込レコード.
031200     ADD 1 TO 明細件数.
031300     ADD 支払予定額 TO 合計金額.
031400*
031500     MOVE 支払予定番号   TO リスト予定番号.
031600     MOVE 支払仕入先     TO リスト仕入先.
031700     MOVE 振込銀行コード TO リスト銀行コード.
031800     MOVE 振込支店コード TO リスト支店コード.
031900     MOVE 振込口座番号   TO リスト口座番号.
032000     MOVE 支払予定額     TO リスト金額.
032100     MOVE リスト行編集域 TO リスト行.
032200     WRITE リスト行.
032300*
032400     PERFORM 支払通知書出力.
032500     SET 支払済 TO TRUE.
032600     MOVE 振込年月日 TO 支払日.
032700     REWRITE 支払予定レコード.
032800*
032900 支払１件出口.
033000     EXIT.
033100*
033200*　仕入先ごとの支払通知書。明細は支払予定に締めた買掛金で，
033300*　出力した買掛金を支払済にする。
033400*
033500 支払通知書出力.
033600     MOVE SPACE TO 通知書行.
033700     WRITE 通知書行.
033800     MOVE SPACE TO 通知書行.
033900     STRING "■ 支払通知書　" 仕入先名
034000            " 様　（" 支払仕入先 "）"
034100            DELIMITED BY SIZE INTO 通知書行.
034200     WRITE 通知書行.
034300     MOVE SPACE TO 通知書行.
034400     STRING "支払日：" 振込年月日
034500            "　締年月：" 支払締年月
034600            "　支払番号：" 支払予定番号
034700            DELIMITED BY SIZE INTO 通知書行.
034800     WRITE 通知書行.
034900     MOVE "  買掛番号  入荷日    商品番号    " &
035000          "      数量         単価            金額"
035100       TO 通知書行.
035200     WRITE 通知書行.
035300     MOVE 0 TO 通知明細計.
035400     MOVE "N" TO 買掛終了フラグ.
035500     MOVE 0 TO 買掛番号.
035600     START 買掛金ファイル KEY > 買掛番号
035700       INVALID KEY
035800         SET 買掛終了 TO TRUE
035900     END-START.
036000     PERFORM 通知明細処理 UNTIL 買掛終了.
036100     MOVE SPACE TO 通知書行.
036200     STRING "お支払金額：" 支払予定額
036300            "　（振込先 " 振込銀行コード "-"
036400            振込支店コード " " 振込口座番号 "）"
036500            DELIMITED BY SIZE INTO 通知書行.
036600     WRITE 通知書行.
036700*
036800 通知明細処理.
036900     READ 買掛金ファイル NEXT RECORD
037000       AT END
037100         SET 買掛終了 TO TRUE
037200       NOT AT END
037300         IF 買掛締済
037400            AND 買掛支払予定番号 = 支払予定番号
037500           PERFORM 通知明細出力
037600         END-IF
037700     END-READ.
037800*
037900 通知明細出力.
038000     MOVE 買掛番号     TO 通知買掛番号.
038100     MOVE 買掛入荷日   TO 通知入荷日.
038200     MOVE 買掛商品番号 TO 通知商品番号.
038300     MOVE 買掛数量     TO 通知数量.
038400     MOVE 買掛単価     TO 通知単価.
038500     MOVE 買掛金額     TO 通知金額.
038600     MOVE 通知明細編集域 TO 通知書行.
038700     WRITE 通知書行.
038800     ADD 買掛金額 TO 通知明細計.
038900     SET 買掛支払済 TO TRUE.
039000     MOVE 振込年月日 TO 買掛支払日.
039100     REWRITE 買掛金レコード.
039200*
039300*　支払後に残る買掛金（未締・締済）を，支払日時点の入荷日から
039400*　の経過日数で３０日以内・６０日以内・９０日以内・９０日超に
039500*　分けて仕入先別に積み上げる。
039600*
039700 年齢表作成.
039800     MOVE SPACE TO 年齢表行.
039900     STRING "*** 買掛金年齢表　基準日："
040000            振込年月日
040100            " ***"
040200            DELIMITED BY SIZE INTO 年齢表行.
040300     WRITE 年齢表行.
040400     MOVE "仕入  仕入先名              " &
040500          "       ３０日以内       ６０日以内" &
040600          "       ９０日以内         ９０日超" &
040700          "             合計"
040800       TO 年齢表行.
040900     WRITE 年齢表行.
041000     INITIALIZE 年齢合計表.
041100     MOVE "N" TO 買掛終了フラグ.
041200     MOVE 0 TO 買掛番号.
041300     START 買掛金ファイル KEY > 買掛番号
041400       INVALID KEY
041500         SET 買掛終了 TO TRUE
041600     END-START.
041700     PERFORM 年齢集計 UNTIL 買掛終了.
041800     PERFORM 年齢行出力
041900       VARYING 仕入先添字 FROM 1 BY 1
042000       UNTIL 仕入先添字 > 仕入先登録数.
042100     MOVE SPACE TO 年齢行編集域.
042200     MOVE "合計" TO 年齢仕入先名.
042300     MOVE 0 TO 年齢行合計.
042400     PERFORM 年齢合計編集
042500       VARYING 区分添字 FROM 1 BY 1
042600       UNTIL 区分添字 > 4.
042700     MOVE 年齢行合計 TO 年齢合計額.
042800     MOVE 年齢行編集域 TO 年齢表行.
042900     WRITE 年齢表行.
043000*
043100 年齢集計.
043200     READ 買掛金ファイル NEXT RECORD
043300       AT END
043400         SET 買掛終了 TO TRUE
043500       NOT AT END
043600         IF 買掛未締 OR 買掛締済
043700           PERFORM 年齢１件集計
043800         END-IF
043900     END-READ.
044000*
044100 年齢１件集計.
044200     COMPUTE 経過日数 = 支払通算日
044300       - FUNCTION INTEGER-OF-DATE(買掛入荷日).
044400     EVALUATE TRUE
044500       WHEN 経過日数 <= 30
044600         MOVE 1 TO 区分添字
044700       WHEN 経過日数 <= 60
044800         MOVE 2 TO 区分添字
044900       WHEN 経過日数 <= 90
045000         MOVE 3 TO 区分添字
045100       WHEN OTHER
045200         MOVE 4 TO 区分添字
045300     END-EVALUATE.
045400     MOVE 0 TO 仕入先添字.
045500     PERFORM 仕入先比較
045600       VARYING 検索添字 FROM 1 BY 1
045700       UNTIL 検索添字 > 仕入先登録数
045800          OR 仕入先添字 NOT = 0.
045900     IF 仕入先添字 = 0
046000       IF 仕入先登録数 >= 200
046100         MOVE SPACE TO リスト行
046200         STRING "警告：年齢表の仕入先表あふれ "
046300                買掛仕入先
046400                DELIMITED BY SIZE INTO リスト行
046500         WRITE リスト行
046600         EXIT PARAGRAPH
046700       END-IF
046800       ADD 1 TO 仕入先登録数
046900       MOVE 仕入先登録数 TO 仕入先添字
047000       MOVE 買掛仕入先 TO 表仕入先(仕入先添字)
047100       MOVE 0 TO 表区分額(仕入先添字 1)
047200       MOVE 0 TO 表区分額(仕入先添字 2)
047300       MOVE 0 TO 表区分額(仕入先添字 3)
047400       MOVE 0 TO 表区分額(仕入先添字 4)
047500     END-IF.
047600     ADD 買掛金額
047700       TO 表区分額(仕入先添字 区分添字).
047800     ADD 買掛金額 TO 合計区分額(区分添字).
047900*
048000 仕入先比較.
048100     IF 表仕入先(検索添字) = 買掛仕入先
048200       MOVE 検索添字 TO 仕入先添字
048300     END-IF.
048400*
048500 年齢行出力.
048600     MOVE SPACE TO 年齢行編集域.
048700     MOVE 表仕入先(仕入先添字) TO 年齢仕入先.
048800     MOVE "（仕入先未登録）" TO 年齢仕入先名.
048900     IF 仕入先使用可
049000       MOVE 表仕入先(仕入先添字) TO 仕入先コード
049100       READ 仕入先マスタファイル
049200         INVALID KEY
049300           CONTINUE
049400         NOT INVALID KEY
049500           MOVE 仕入先名 TO 年齢仕入先名
049600       END-READ
049700     END-IF.
049800     MOVE 0 TO 年齢行合計.
049900     PERFORM 年齢区分編集
050000       VARYING 区分添字 FROM 1 BY 1
050100       UNTIL 区分添字 > 4.
050200     MOVE 年齢行合計 TO 年齢合計額.
050300     MOVE 年齢行編集域 TO 年齢表行.
050400     WRITE 年齢表行.
050500*
050600 年齢区分編集.
050700     MOVE 表区分額(仕入先添字 区分添字)
050800       TO 年齢区分額(区分添字).
050900     ADD 表区分額(仕入先添字 区分添字)
051000       TO 年齢行合計.
051100*
051200 年齢合計編集.
051300     MOVE 合計区分額(区分添字)
051400       TO 年齢区分額(区分添字).
051500     ADD 合計区分額(区分添字) TO 年齢行合計.
