000100*=================================================================
000200* 「マルチスレッドプログラミング」
000300*     スレッド間でファイル・データを共用してオンラインショッピング
000400*   のアプリケーションを構築します。
000500*
000600*=================================================================
000700*
000800*  ファイル名： Kaisime.cob
000900*  機能概要  ： 買掛金締処理（月次）。入荷計上（NYUKA）が起こした
001000*               未締の買掛金のうち入荷日が締年月以前のものを仕入先
001100*               ごとにまとめ，仕入先１件の支払予定（SHIYOTEI）を
001200*               起こして買掛金を締済にする。支払期日は仕入先マスタ
001300*               の締後月数・支払日から求め，マスタが無ければ翌月末
001400*               とする。結果を買掛金締リストへ出力する。
001410*               仕入返品（SIIREHEN）の赤伝は負の買掛金として同じ
001420*               仕入先の買掛と相殺する。赤伝が買掛を上回る仕入先
001430*               は支払予定を起こさず，未締のまま次回へ繰り越す。
001453*               締年月が締めカレンダー（CLOSECAL）で買掛（KK）の
001476*               締済なら処理しない。
001500*
001600* Copyright 1999-2015 FUJITSU LIMITED
001700*=================================================================
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. KAISIME.
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT OPTIONAL 買掛金ファイル
002400       ASSIGN TO "KAIKAKE"
002500       ORGANIZATION IS INDEXED
002600       ACCESS MODE  IS DYNAMIC
002700       RECORD KEY   IS 買掛番号
002800       FILE STATUS  IS 買掛金状態.
002900     SELECT OPTIONAL 支払予定ファイル
003000       ASSIGN TO "SHIYOTEI"
003100       ORGANIZATION IS INDEXED
003200       ACCESS MODE  IS DYNAMIC
003300       RECORD KEY   IS 支払予定番号
003400       FILE STATUS  IS 支払予定状態.
003500     SELECT OPTIONAL 仕入先マスタファイル
003600       ASSIGN TO "SIIREM"
003700       ORGANIZATION IS INDEXED
003800       ACCESS MODE  IS RANDOM
003900       RECORD KEY   IS 仕入先コード
004000       FILE STATUS  IS 仕入先マスタ状態.
004100     SELECT 締リストファイル
004200       ASSIGN TO "KAISIME.RPT"
004300       ORGANIZATION IS LINE SEQUENTIAL.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  買掛金ファイル.
004700     COPY KAIKAKE.
004800 FD  支払予定ファイル.
004900     COPY SHIYOTEI.
005000 FD  仕入先マスタファイル.
005100     COPY SIIREM.
005200 FD  締リストファイル.
005300 01  締リスト行              PIC  X(100).
005400 WORKING-STORAGE SECTION.
005500 01  買掛金状態              PIC  X(02).
005600     88  買掛金正常          VALUE "00" "05".
005700 01  支払予定状態            PIC  X(02).
005800     88  支払予定正常        VALUE "00" "05".
005900 01  仕入先マスタ状態        PIC  X(02).
006000     88  仕入先マスタ正常    VALUE "00" "05".
006100*　ファイル状態は入出力のたびに変わるため，オープンの成否は
006200*　別のフラグに控えて判定する。
006300 01  仕入先使用可Ｆ          PIC  X(01)  VALUE "N".
006400     88  仕入先使用可        VALUE "Y".
006500 01  走査終了フラグ          PIC  X(01).
006600     88  走査終了            VALUE "Y".
006700 01  締年月                  PIC  9(06).
006800 01  入荷年月                PIC  9(06).
006900 01  採番範囲名              PIC  X(08).
007000 01  採番番号                PIC  9(09).
007100 01  採番結果                PIC  9(01).
007200 01  次予定番号              PIC  9(06).
007300 01  仕入先添字              PIC  9(03)  COMP-5.
007400 01  仕入先登録数            PIC  9(03)  COMP-5 VALUE 0.
007500 01  検索添字                PIC  9(03)  COMP-5.
007600 01  仕入先表.
007700     02  仕入先明細  OCCURS 200.
007800         03  表仕入先        PIC  X(04).
007900         03  表予定額        PIC S9(12).
008000         03  表件数          PIC  9(05).
008100         03  表予定番号      PIC  9(06).
008200 01  仕入先数表示            PIC  9(03).
008300 01  締件数                  PIC  9(06)  VALUE 0.
008400 01  締金額計                PIC  9(13)  VALUE 0.
008500 01  警告件数                PIC  9(05)  VALUE 0.
008600 01  期日締後月数            PIC  9(01).
008700 01  期日指定日              PIC  9(02).
008800 01  支払期日Ｗ              PIC  9(08).
008900 01  期日年月                PIC  9(06).
009000 01  期日年月分解  REDEFINES 期日年月.
009100     02  期日年              PIC  9(04).
009200     02  期日月              PIC  9(02).
009300 01  期日末日                PIC  9(02).
009310 01  繰越額編集              PIC  -ZZZ,ZZZ,ZZZ,ZZ9.
009332 01  締確認サブシステム      PIC  X(02)  VALUE "KK".
009354 01  締確認計上日            PIC  9(08).
009376 01  締確認結果              PIC  9(01).
009400*
009500 01  締行編集域.
009600     02  編集仕入先          PIC  X(04).
009700     02  FILLER              PIC  X(02)  VALUE SPACE.
009800     02  編集仕入先名        PIC  X(20).
009900     02  FILLER              PIC  X(02)  VALUE SPACE.
010000     02  編集予定番号        PIC  9(06).
010100     02  FILLER              PIC  X(02)  VALUE SPACE.
010200     02  編集件数            PIC  ZZZZ9.
010300     02  FILLER              PIC  X(02)  VALUE SPACE.
010400     02  編集予定額          PIC  ZZZ,ZZZ,ZZZ,ZZ9.
010500     02  FILLER              PIC  X(02)  VALUE SPACE.
010600     02  編集支払期日        PIC  9(08).
010700 01  運用通知域.
010800     02  通知プログラム      PIC  X(08)  VALUE "KAISIME".
010900     02  通知重大度          PIC  X(01).
011000     02  通知本文            PIC  X(60).
011100*
011200 PROCEDURE DIVISION.
011300     DISPLAY "買掛金締処理".
011400     DISPLAY "締年月を入力してください(YYYYMM)".
011500     ACCEPT 締年月 FROM CONSOLE.
011510*　締済の月は締め直さない。締処理中は本処理が締の作業なので
011520*　受け付ける。
011530     COMPUTE 締確認計上日 = 締年月 * 100 + 1.
011540     CALL "締状態確認" USING 締確認サブシステム
011550          締確認計上日 締確認結果.
011560     IF 締確認結果 = 2
011570       DISPLAY "締年月は買掛の締済です"
011580       STOP RUN
011590     END-IF.
011600     OPEN I-O 買掛金ファイル.
011700     IF NOT 買掛金正常
011800       DISPLAY "買掛金ファイルが開けません"
011900       STOP RUN
012000     END-IF.
012100     OPEN I-O 支払予定ファイル.
012200     IF NOT 支払予定正常
012300       DISPLAY "支払予定ファイルが開けません"
012400       CLOSE 買掛金ファイル
012500       STOP RUN
012600     END-IF.
012700     OPEN INPUT 仕入先マスタファイル.
012800     IF 仕入先マスタ正常
012900       SET 仕入先使用可 TO TRUE
013000     END-IF.
013100     OPEN OUTPUT 締リストファイル.
013200     MOVE SPACE TO 締リスト行.
013300     STRING "*** 買掛金締リスト　締年月：" 締年月
013400            " ***"
013500            DELIMITED BY SIZE INTO 締リスト行.
013600     WRITE 締リスト行.
013700     MOVE "仕入  仕入先名              予定番号  " &
013800          "件数            予定額  支払期日"
013900       TO 締リスト行.
014000     WRITE 締リスト行.
014100     PERFORM 予定番号初期化.
014200*
014300*　未締の買掛金を仕入先ごとに積み上げる。
014400*
014500     PERFORM 買掛先頭設定.
014600     PERFORM 買掛集計 UNTIL 走査終了.
014700*
014800*　仕入先ごとに支払予定を起こし，その番号で買掛金を締済にする。
014900*
015000     PERFORM 支払予定作成
015100       VARYING 仕入先添字 FROM 1 BY 1
015200       UNTIL 仕入先添字 > 仕入先登録数.
015300     PERFORM 買掛先頭設定.
015400     PERFORM 買掛締済更新 UNTIL 走査終了.
015500*
015600     MOVE SPACE TO 締リスト行.
015700     MOVE 仕入先登録数 TO 仕入先数表示.
015800     STRING "仕入先数：" 仕入先数表示
015900            "　締件数：" 締件数
016000            "　締金額：" 締金額計
016100            "　警告：" 警告件数
016200            DELIMITED BY SIZE INTO 締リスト行.
016300     WRITE 締リスト行.
016400     CLOSE 締リストファイル.
016500     CLOSE 仕入先マスタファイル.
016600     CLOSE 支払予定ファイル.
016700     CLOSE 買掛金ファイル.
016800     DISPLAY "仕入先数：" 仕入先登録数.
016900     DISPLAY "締件数　：" 締件数.
017000     DISPLAY "締金額　：" 締金額計.
017100     IF 警告件数 NOT = 0
017200       MOVE "W" TO 通知重大度
017300       MOVE SPACE TO 通知本文
017400       STRING "買掛締警告あり　件数：" 警告件数
017500              DELIMITED BY SIZE INTO 通知本文
017600       CALL "運用通知" USING 通知プログラム
017700            通知重大度 通知本文
017800     END-IF.
017900     STOP RUN.
018000*
018100 買掛先頭設定.
018200     MOVE "N" TO 走査終了フラグ.
018300     MOVE 0 TO 買掛番号.
018400     START 買掛金ファイル KEY > 買掛番号
018500       INVALID KEY
018600         SET 走査終了 TO TRUE
018700     END-START.
018800*
018900*　入荷日が締年月以前の未締の買掛金が締の対象。金額０の買掛金
019000*　（仕入単価未登録）は締めるがリストへ警告する。
019100*
019200 買掛集計.
019300     READ 買掛金ファイル NEXT RECORD
019400       AT END
019500         SET 走査終了 TO TRUE
019600       NOT AT END
019700         MOVE 買掛入荷日(1:6) TO 入荷年月
019800         IF 買掛未締 AND 入荷年月 <= 締年月
019900           PERFORM 仕入先登録
020000           IF 買掛金額 = 0
020100             PERFORM 金額０警告
020200           END-IF
020300         END-IF
020400     END-READ.
020500*
020600 仕入先登録.
020700     PERFORM 仕入先検索.
020800     IF 仕入先添字 = 0
020900       IF 仕入先登録数 >= 200
021000         MOVE SPACE TO 締リスト行
021100         STRING "警告：仕入先表あふれ　買掛："
021200                買掛番号
021300                DELIMITED BY SIZE INTO 締リスト行
021400         WRITE 締リスト行
021500         ADD 1 TO 警告件数
021600         EXIT PARAGRAPH
021700       END-IF
021800       ADD 1 TO 仕入先登録数
021900       MOVE 仕入先登録数 TO 仕入先添字
022000       MOVE 買掛仕入先 TO 表仕入先(仕入先添字)
022100       MOVE 0 TO 表予定額(仕入先添字)
022200       MOVE 0 TO 表件数(仕入先添字)
022300       MOVE 0 TO 表予定番号(仕入先添字)
022400     END-IF.
022500     ADD 買掛金額 TO 表予定額(仕入先添字).
022600     ADD 1        TO 表件数(仕入先添字).
022700*
022800 仕入先検索.
022900     MOVE 0 TO 仕入先添字.
023000     PERFORM 仕入先比較
023100       VARYING 検索添字 FROM 1 BY 1
023200       UNTIL 検索添字 > 仕入先登録数
023300          OR 仕入先添字 NOT = 0.
023400*
023500 仕入先比較.
023600     IF 表仕入先(検索添字) = 買掛仕入先
023700       MOVE 検索添字 TO 仕入先添字
023800     END-IF.
023900*
024000 金額０警告.
024100     MOVE SPACE TO 締リスト行.
024200     STRING "警告：金額０の買掛　買掛：" 買掛番号
024300            " 商品：" 買掛商品番号
024400            DELIMITED BY SIZE INTO 締リスト行.
024500     WRITE 締リスト行.
024600     ADD 1 TO 警告件数.
024700*
024800 支払予定作成.
024810     IF 表予定額(仕入先添字) < 0
024820       MOVE 0 TO 表予定番号(仕入先添字)
024830       MOVE 表予定額(仕入先添字) TO 繰越額編集
024840       MOVE SPACE TO 締リスト行
024850       STRING "警告：赤伝超過のため次回へ繰越"
024855              "　仕入先：" 表仕入先(仕入先添字)
024870              " 金額：" 繰越額編集
024880              DELIMITED BY SIZE INTO 締リスト行
024890       WRITE 締リスト行
024891       ADD 1 TO 警告件数
024892       EXIT PARAGRAPH
024893     END-IF.
024900     PERFORM 予定番号採番.
025000     MOVE 次予定番号 TO 表予定番号(仕入先添字).
025100     MOVE 次予定番号 TO 支払予定番号.
025200     ADD 1 TO 次予定番号.
025300     MOVE 表仕入先(仕入先添字) TO 支払仕入先.
025400     MOVE 締年月                 TO 支払締年月.
025500     MOVE 表予定額(仕入先添字)   TO 支払予定額.
025600     MOVE 表件数(仕入先添字)     TO 支払件数.
025700     PERFORM 支払期日算出.
025800     MOVE 支払期日Ｗ TO 支払期日.
025900     SET 支払未払 TO TRUE.
026000     MOVE 0 TO 支払日.
026100     WRITE 支払予定レコード
026200       INVALID KEY
026300         DISPLAY "支払予定番号が重複しています："
026400                 支払予定番号
026500         MOVE 0 TO 表予定番号(仕入先添字)
026600         ADD 1 TO 警告件数
026700         EXIT PARAGRAPH
026800     END-WRITE.
026900     ADD 表件数(仕入先添字)   TO 締件数.
027000     ADD 表予定額(仕入先添字) TO 締金額計.
027100     MOVE 支払仕入先   TO 編集仕入先.
027200     MOVE 支払予定番号 TO 編集予定番号.
027300     MOVE 支払件数     TO 編集件数.
027400     MOVE 支払予定額   TO 編集予定額.
027500     MOVE 支払期日     TO 編集支払期日.
027600     MOVE 締行編集域   TO 締リスト行.
027700     WRITE 締リスト行.
027800*
027900*　支払期日は締年月に締後月数を足した月の支払日（９９は月末，
028000*　月末を超える日は月末）。仕入先マスタが無ければ翌月末とする。
028100*
028200 支払期日算出.
028300     MOVE 1  TO 期日締後月数.
028400     MOVE 99 TO 期日指定日.
028500     MOVE "（仕入先未登録）" TO 編集仕入先名.
028600     IF 仕入先使用可
028700       MOVE 表仕入先(仕入先添字) TO 仕入先コード
028800       READ 仕入先マスタファイル
028900         INVALID KEY
029000           CONTINUE
029100         NOT INVALID KEY
029200           MOVE 仕入先名     TO 編集仕入先名
029300           MOVE 支払締後月数 TO 期日締後月数
029400           IF 支払指定日 NOT = 0
029500             MOVE 支払指定日 TO 期日指定日
029600           END-IF
029700       END-READ
029800     END-IF.
029900     MOVE 締年月 TO 期日年月.
030000     ADD 期日締後月数 TO 期日月.
030100     IF 期日月 > 12
030200       ADD 1 TO 期日年
030300       SUBTRACT 12 FROM 期日月
030400     END-IF.
030500     EVALUATE 期日月
030600       WHEN 1 WHEN 3 WHEN 5 WHEN 7
030700       WHEN 8 WHEN 10 WHEN 12
030800         MOVE 31 TO 期日末日
030900       WHEN 4 WHEN 6 WHEN 9 WHEN 11
031000         MOVE 30 TO 期日末日
031100       WHEN 2
031200         IF FUNCTION MOD(期日年 4) = 0
031300            AND (FUNCTION MOD(期日年 100) NOT = 0
031400                 OR FUNCTION MOD(期日年 400) = 0)
031500           MOVE 29 TO 期日末日
031600         ELSE
031700           MOVE 28 TO 期日末日
031800         END-IF
031900     END-EVALUATE.
032000     IF 期日指定日 < 期日末日
032100       MOVE 期日指定日 TO 期日末日
032200     END-IF.
032300     COMPUTE 支払期日Ｗ =
032400         期日年月 * 100 + 期日末日.
032500*
032600 買掛締済更新.
032700     READ 買掛金ファイル NEXT RECORD
032800       AT END
032900         SET 走査終了 TO TRUE
033000       NOT AT END
033100         MOVE 買掛入荷日(1:6) TO 入荷年月
033200         IF 買掛未締 AND 入荷年月 <= 締年月
033300           PERFORM 仕入先検索
033400           IF 仕入先添字 NOT = 0
033500              AND 表予定番号(仕入先添字) NOT = 0
033600             SET 買掛締済 TO TRUE
033700             MOVE 表予定番号(仕入先添字)
033800               TO 買掛支払予定番号
033900             REWRITE 買掛金レコード
034000           END-IF
034100         END-IF
034200     END-READ.
034300*
034400*　支払予定番号は共通採番（範囲名SHIHARNO）から払い出す。範囲が
034500*　未登録の環境では既存の予定番号の続き番号で発番する。
034600*
034700 予定番号採番.
034800     MOVE "SHIHARNO" TO 採番範囲名.
034900     CALL "採番" USING 採番範囲名 採番番号
035000                       採番結果.
035100     IF 採番結果 = 0
035200       MOVE 採番番号 TO 次予定番号
035300     END-IF.
035400*
035500 予定番号初期化.
035600     MOVE 1 TO 次予定番号.
035700     MOVE "N" TO 走査終了フラグ.
035800     MOVE 0 TO 支払予定番号.
035900     START 支払予定ファイル KEY > 支払予定番号
036000       INVALID KEY
036100         SET 走査終了 TO TRUE
036200     END-START.
036300     PERFORM 予定番号走査 UNTIL 走査終了.
036400*
036500 予定番号走査.
036600     READ 支払予定ファイル NEXT RECORD
036700       AT END
036800         SET 走査終了 TO TRUE
036900       NOT AT END
037000         COMPUTE 次予定番号 = 支払予定番号 + 1
037100     END-READ.
