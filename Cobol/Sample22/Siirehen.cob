000100*=================================================================
000200* 「マルチスレッドプログラミング」
000300*     スレッド間でファイル・データを共用してオンラインショッピング
000400*   のアプリケーションを構築します。
000500*
000600*=================================================================
000700*
000800*  ファイル名： Siirehen.cob
000900*  機能概要  ： 仕入返品。隔離在庫（返品処理（HENPIN）で不良とした
001000*               返品と入荷計上（NYUKA）で受け入れた過剰入荷）を，
001100*               元の発注（HACHU.DAT）の仕入先へ返送する。商品の最新
001200*               の発注から仕入先と納入倉庫を求め，返品数量を隔離数
001300*               から落として仕入返品ファイル（SIIREHEN）へ記録する。
001400*               返品単価はその仕入先からの直近の買掛金の単価，無け
001500*               れば仕入単価表（SIIRETAN）の単価とする。
001600*
001700*               返品金額は数量・金額を負にした買掛金（赤伝）で起こ
001800*               し，買掛金締（KAISIME）で同じ仕入先の支払から差し
001900*               引く。返品伝票（SIIREHEN.RPT）と赤伝（AKADEN.RPT）を
002000*               出力する。
002033*               当月が締めカレンダー（CLOSECAL）で買掛（KK）の
002066*               締処理中・締済なら返品を受け付けない。
002100*
002200* Copyright 1999-2015 FUJITSU LIMITED
002300*=================================================================
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. SIIREHEN.
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT 在庫ファイル
003000       ASSIGN TO "ZAIKO"
003100       ORGANIZATION IS INDEXED
003200       ACCESS MODE  IS RANDOM
003300       RECORD KEY   IS 在庫商品番号
003400       FILE STATUS  IS 在庫状態.
003500     SELECT OPTIONAL 発注ファイル
003600       ASSIGN TO "HACHU.DAT"
003700       ORGANIZATION IS LINE SEQUENTIAL
003800       FILE STATUS  IS 発注状態Ｆ.
003900     SELECT OPTIONAL 仕入単価ファイル
004000       ASSIGN TO "SIIRETAN"
004100       ORGANIZATION IS INDEXED
004200       ACCESS MODE  IS RANDOM
004300       RECORD KEY   IS 仕入単価キー
004400       FILE STATUS  IS 仕入単価状態.
004500     SELECT OPTIONAL 買掛金ファイル
004600       ASSIGN TO "KAIKAKE"
004700       ORGANIZATION IS INDEXED
004800       ACCESS MODE  IS DYNAMIC
004900       RECORD KEY   IS 買掛番号
005000       FILE STATUS  IS 買掛金状態.
005100     SELECT OPTIONAL 仕入先マスタファイル
005200       ASSIGN TO "SIIREM"
005300       ORGANIZATION IS INDEXED
005400       ACCESS MODE  IS RANDOM
005500       RECORD KEY   IS 仕入先コード
005600       FILE STATUS  IS 仕入先マスタ状態.
005700     SELECT OPTIONAL 仕入返品ファイル
005800       ASSIGN TO "SIIREHEN"
005900       ORGANIZATION IS INDEXED
006000       ACCESS MODE  IS DYNAMIC
006100       RECORD KEY   IS 仕入返品番号
006200       FILE STATUS  IS 仕入返品状態.
006300     SELECT 返品伝票ファイル
006400       ASSIGN TO "SIIREHEN.RPT"
006500       ORGANIZATION IS LINE SEQUENTIAL.
006600     SELECT 赤伝ファイル
006700       ASSIGN TO "AKADEN.RPT"
006800       ORGANIZATION IS LINE SEQUENTIAL.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  在庫ファイル.
007200     COPY ZAIKOF.
007300 FD  発注ファイル.
007400 01  発注レコード.
007500     02  発注日              PIC  X(08).
007600     02  FILLER              PIC  X(01).
007700     02  発注商品番号        PIC  X(10).
007800     02  FILLER              PIC  X(01).
007900     02  発注数量            PIC  9(08).
008000     02  FILLER              PIC  X(01).
008100     02  入荷済数量          PIC  9(08).
008200     02  FILLER              PIC  X(01).
008300     02  発注状態            PIC  X(01).
008400     02  FILLER              PIC  X(01).
008500     02  納入倉庫            PIC  X(03).
008600     02  FILLER              PIC  X(01).
008700     02  発注仕入先          PIC  X(04).
008800 FD  仕入単価ファイル.
008900 01  仕入単価レコード.
009000     02  仕入単価キー.
009100         03  単価仕入先      PIC  X(04).
009200         03  単価商品番号    PIC  X(10).
009300     02  仕入単価            PIC  9(09).
009400     02  仕入リード日数      PIC  9(03).
009500     02  主仕入区分          PIC  X(01).
009600 FD  買掛金ファイル.
009700     COPY KAIKAKE.
009800 FD  仕入先マスタファイル.
009900     COPY SIIREM.
010000 FD  仕入返品ファイル.
010100     COPY SIIREHEN.
010200 FD  返品伝票ファイル.
010300 01  返品伝票行              PIC  X(80).
010400 FD  赤伝ファイル.
010500 01  赤伝行                  PIC  X(100).
010600 WORKING-STORAGE SECTION.
010700 01  在庫状態                PIC  X(02).
010800     88  在庫正常            VALUE "00" "05".
010900 01  発注状態Ｆ              PIC  X(02).
011000     88  発注ファイル正常    VALUE "00".
011100 01  仕入単価状態            PIC  X(02).
011200     88  仕入単価正常        VALUE "00" "05".
011300 01  買掛金状態              PIC  X(02).
011400     88  買掛金正常          VALUE "00" "05".
011500 01  仕入先マスタ状態        PIC  X(02).
011600     88  仕入先マスタ正常    VALUE "00" "05".
011700 01  仕入返品状態            PIC  X(02).
011800     88  仕入返品正常        VALUE "00" "05".
011900*　ファイル状態は入出力のたびに変わるため，オープンの成否は
012000*　別のフラグに控えて判定する。
012100 01  仕入単価使用可Ｆ        PIC  X(01)  VALUE "N".
012200     88  仕入単価使用可      VALUE "Y".
012300 01  仕入先使用可Ｆ          PIC  X(01)  VALUE "N".
012400     88  仕入先使用可        VALUE "Y".
012500 01  続行区分                PIC  X(01)  VALUE "Y".
012600     88  続行指定            VALUE "Y" "y".
012700 01  走査終了フラグ          PIC  X(01).
012800     88  走査終了            VALUE "Y".
012900 01  発注終了フラグ          PIC  X(01).
013000     88  発注終了            VALUE "Y".
013100 01  入力商品番号            PIC  X(10).
013200 01  返品数量入力            PIC  9(08).
013300 01  返品理由入力            PIC  X(01).
013400     88  返品理由正当        VALUE "1" "2".
013500 01  元発注日                PIC  X(08).
013600 01  元仕入先                PIC  X(04).
013700 01  元倉庫                  PIC  X(03).
013800 01  元仕入先名              PIC  X(20).
013900 01  返品単価Ｗ              PIC  9(09).
014000 01  返品金額Ｗ              PIC  9(12).
014100 01  採番範囲名              PIC  X(08).
014200 01  採番番号                PIC  9(09).
014300 01  採番結果                PIC  9(01).
014400 01  次買掛番号              PIC  9(08).
014500 01  次返品番号              PIC  9(06).
014600 01  返品件数                PIC  9(05)  VALUE 0.
014700 01  赤伝金額計              PIC S9(13)  VALUE 0.
014800 01  単価未登録件数          PIC  9(05)  VALUE 0.
014900 01  現在日時.
015000     02  現在日付８          PIC  9(08).
015100     02  FILLER              PIC  X(13).
015133 01  締確認サブシステム      PIC  X(02)  VALUE "KK".
015166 01  締確認結果              PIC  9(01).
015200*
015300 01  伝票見出し編集域.
015400     02  FILLER              PIC  X(26)
015500         VALUE "*** 仕入返品伝票 ***".
015600     02  FILLER              PIC  X(02)  VALUE SPACE.
015700     02  FILLER              PIC  X(15)  VALUE "伝票番号：".
015800     02  伝票番号            PIC  9(06).
015900     02  FILLER              PIC  X(02)  VALUE SPACE.
016000     02  FILLER              PIC  X(15)  VALUE "返品日：".
016100     02  伝票返品日          PIC  9(08).
016200 01  伝票仕入先編集域.
016300     02  FILLER              PIC  X(12)  VALUE "仕入先：".
016400     02  伝票仕入先          PIC  X(04).
016500     02  FILLER              PIC  X(02)  VALUE SPACE.
016600     02  伝票仕入先名        PIC  X(20).
016700 01  伝票明細編集域.
016800     02  FILLER              PIC  X(09)  VALUE "商品：".
016900     02  伝票商品番号        PIC  X(10).
017000     02  FILLER              PIC  X(02)  VALUE SPACE.
017100     02  FILLER              PIC  X(09)  VALUE "数量：".
017200     02  伝票数量            PIC  ZZ,ZZZ,ZZ9.
017300     02  FILLER              PIC  X(02)  VALUE SPACE.
017400     02  FILLER              PIC  X(09)  VALUE "理由：".
017500     02  伝票理由            PIC  X(12).
017600 01  伝票発注編集域.
017700     02  FILLER              PIC  X(15)  VALUE "元発注日：".
017800     02  伝票元発注日        PIC  X(08).
017900     02  FILLER              PIC  X(02)  VALUE SPACE.
018000     02  FILLER              PIC  X(15)  VALUE "納入倉庫：".
018100     02  伝票倉庫            PIC  X(03).
018200*
018300 01  赤伝明細編集域.
018400     02  赤伝番号            PIC  9(06).
018500     02  FILLER              PIC  X(02)  VALUE SPACE.
018600     02  赤伝仕入先          PIC  X(04).
018700     02  FILLER              PIC  X(02)  VALUE SPACE.
018800     02  赤伝仕入先名        PIC  X(20).
018900     02  FILLER              PIC  X(02)  VALUE SPACE.
019000     02  赤伝商品番号        PIC  X(10).
019100     02  FILLER              PIC  X(02)  VALUE SPACE.
019200     02  赤伝数量            PIC  --,---,--9.
019300     02  FILLER              PIC  X(02)  VALUE SPACE.
019400     02  赤伝単価            PIC  ZZZ,ZZZ,ZZ9.
019500     02  FILLER              PIC  X(02)  VALUE SPACE.
019600     02  赤伝金額            PIC  ---,---,---,--9.
019700     02  FILLER              PIC  X(02)  VALUE SPACE.
019800     02  赤伝買掛番号        PIC  9(08).
019900 01  赤伝合計編集            PIC  ---,---,---,---,--9.
020000*
020100 PROCEDURE DIVISION.
020200     DISPLAY "仕入返品処理".
020300     MOVE FUNCTION CURRENT-DATE TO 現在日時.
020311*　返品日（当日）の月が買掛（KK）の締処理中・締済なら赤伝を
020322*　起こさない。
020333     CALL "締状態確認" USING 締確認サブシステム
020344          現在日付８ 締確認結果.
020355     IF 締確認結果 NOT = 0
020366       DISPLAY "当月は買掛の締処理中か締済です"
020377       STOP RUN
020388     END-IF.
020400     OPEN I-O 在庫ファイル.
020500     IF NOT 在庫正常
020600       DISPLAY "在庫ファイルが開けません"
020700       STOP RUN
020800     END-IF.
020900     OPEN I-O 買掛金ファイル.
021000     IF NOT 買掛金正常
021100       DISPLAY "買掛金ファイルが開けません"
021200       CLOSE 在庫ファイル
021300       STOP RUN
021400     END-IF.
021500     OPEN I-O 仕入返品ファイル.
021600     IF NOT 仕入返品正常
021700       DISPLAY "仕入返品ファイルが開けません"
021800       CLOSE 買掛金ファイル
021900       CLOSE 在庫ファイル
022000       STOP RUN
022100     END-IF.
022200     OPEN INPUT 仕入単価ファイル.
022300     IF 仕入単価正常
022400       SET 仕入単価使用可 TO TRUE
022500     END-IF.
022600     OPEN INPUT 仕入先マスタファイル.
022700     IF 仕入先マスタ正常
022800       SET 仕入先使用可 TO TRUE
022900     END-IF.
023000     OPEN OUTPUT 返品伝票ファイル.
023100     OPEN OUTPUT 赤伝ファイル.
023200     MOVE SPACE TO 赤伝行.
023300     STRING "*** 赤伝（仕入返品）　発行日："
023400            現在日付８
023500            " ***"
023600            DELIMITED BY SIZE INTO 赤伝行.
023700     WRITE 赤伝行.
023800     MOVE "伝票番号 仕入  仕入先名              " &
023900          "商品番号          数量         単価" &
024000          "             金額  買掛番号"
024100       TO 赤伝行.
024200     WRITE 赤伝行.
024300     PERFORM 買掛番号初期化.
024400     PERFORM 返品番号初期化.
024500     PERFORM 仕入返品入力
024600       THRU 仕入返品入力出口 UNTIL NOT 続行指定.
024700     MOVE 赤伝金額計 TO 赤伝合計編集.
024800     MOVE SPACE TO 赤伝行.
024900     STRING "返品件数：" 返品件数
025000            "　赤伝金額計：" 赤伝合計編集
025100            DELIMITED BY SIZE INTO 赤伝行.
025200     WRITE 赤伝行.
025300     IF 単価未登録件数 NOT = 0
025400       MOVE SPACE TO 赤伝行
025500       STRING "警告：単価未登録のため金額０"
025600              "　件数："
025700              単価未登録件数
025800              DELIMITED BY SIZE INTO 赤伝行
025900       WRITE 赤伝行
026000     END-IF.
026100     CLOSE 赤伝ファイル.
026200     CLOSE 返品伝票ファイル.
026300     CLOSE 仕入先マスタファイル.
026400     CLOSE 仕入単価ファイル.
026500     CLOSE 仕入返品ファイル.
026600     CLOSE 買掛金ファイル.
026700     CLOSE 在庫ファイル.
026800     DISPLAY "返品件数　：" 返品件数.
026900     DISPLAY "赤伝金額計：" 赤伝合計編集.
027000     STOP RUN.
027100*
027200*　返品できるのは隔離数の範囲まで。仕入先は商品の最新の発注
027300*　（仕入先の決まっているもの）から求める。
027400*
027500 仕入返品入力.
027600     DISPLAY "商品番号を入力してください".
027700     ACCEPT 入力商品番号 FROM CONSOLE.
027800     MOVE 入力商品番号 TO 在庫商品番号.
027900     READ 在庫ファイル
028000       INVALID KEY
028100         DISPLAY "商品番号が存在しません"
028200         GO TO 仕入返品入力出口
028300     END-READ.
028400     DISPLAY "隔離数：" 隔離数.
028500     IF 隔離数 = 0
028600       DISPLAY "返品できる隔離在庫がありません"
028700       GO TO 仕入返品入力出口
028800     END-IF.
028900     PERFORM 元発注検索.
029000     IF 元仕入先 = SPACE
029100       DISPLAY "仕入先の分かる発注がありません"
029200       GO TO 仕入返品入力出口
029300     END-IF.
029400     PERFORM 仕入先名取得.
029500     DISPLAY "元発注：" 元発注日
029600             " 仕入先：" 元仕入先 " " 元仕入先名
029700             " 倉庫：" 元倉庫.
029800     MOVE SPACE TO 返品理由入力.
029900     PERFORM 返品理由受付 UNTIL 返品理由正当.
030000     DISPLAY "返品数量を入力してください".
030100     ACCEPT 返品数量入力 FROM CONSOLE.
030200     IF 返品数量入力 = 0
030300        OR 返品数量入力 > 隔離数
030400       DISPLAY "返品数量が隔離数を超えています"
030500       GO TO 仕入返品入力出口
030600     END-IF.
030700     PERFORM 返品単価決定.
030800     COMPUTE 返品金額Ｗ =
030900         返品数量入力 * 返品単価Ｗ.
031000*
031100*　返品金額を負の買掛金（赤伝）で起こす。買掛金を書けなければ
031200*　隔離数は落とさない。
031300*
031400     PERFORM 買掛番号採番.
031500     MOVE 元仕入先       TO 買掛仕入先.
031600     MOVE 入力商品番号   TO 買掛商品番号.
031700     MOVE 元倉庫         TO 買掛倉庫.
031800     MOVE 現在日付８     TO 買掛入荷日.
031900     COMPUTE 買掛数量 = 0 - 返品数量入力.
032000     MOVE 返品単価Ｗ     TO 買掛単価.
032100     COMPUTE 買掛金額 = 0 - 返品金額Ｗ.
032200     SET 買掛未締 TO TRUE.
032300     MOVE 0 TO 買掛支払予定番号 買掛支払日.
032400     WRITE 買掛金レコード
032500       INVALID KEY
032600         DISPLAY "買掛番号が重複しています："
032700                 買掛番号
032800         GO TO 仕入返品入力出口
032900     END-WRITE.
033000     SUBTRACT 返品数量入力 FROM 隔離数.
033100     REWRITE 在庫レコード.
033200*
033300     PERFORM 返品番号採番.
033400     MOVE 現在日付８     TO 仕入返品日.
033500     MOVE 元仕入先       TO 仕入返品仕入先.
033600     MOVE 入力商品番号   TO 仕入返品商品番号.
033700     MOVE 元倉庫         TO 仕入返品倉庫.
033800     MOVE 返品数量入力   TO 仕入返品数量.
033900     MOVE 返品単価Ｗ     TO 仕入返品単価.
034000     MOVE 返品金額Ｗ     TO 仕入返品金額.
034100     MOVE 返品理由入力   TO 仕入返品理由.
034200     MOVE 元発注日       TO 仕入返品元発注日.
034300     MOVE 買掛番号       TO 仕入返品買掛番号.
034400     WRITE 仕入返品レコード
034500       INVALID KEY
034600         DISPLAY "仕入返品番号が重複しています："
034700                 仕入返品番号
034800     END-WRITE.
034900     PERFORM 返品伝票出力.
035000     PERFORM 赤伝出力.
035100     ADD 1 TO 返品件数.
035200     SUBTRACT 返品金額Ｗ FROM 赤伝金額計.
035300     IF 返品単価Ｗ = 0
035400       DISPLAY "警告：単価未登録のため金額０"
035500       ADD 1 TO 単価未登録件数
035600     END-IF.
035700     DISPLAY "仕入返品を登録しました："
035800             仕入返品番号.
035900*
036000 仕入返品入力出口.
036100     DISPLAY "続けますか(Y/N)".
036200     ACCEPT 続行区分 FROM CONSOLE.
036300*
036400 返品理由受付.
036500     DISPLAY "返品理由を入力(1:不良 2:過剰入荷)".
036600     ACCEPT 返品理由入力 FROM CONSOLE.
036700     IF NOT 返品理由正当
036800       DISPLAY "返品理由が正しくありません"
036900     END-IF.
037000*
037100*　発注ファイルは発注日順とは限らないため全件を読み，仕入先の
037200*　決まっている発注のうち発注日の最も新しいものを採る。
037300*
037400 元発注検索.
037500     MOVE SPACE TO 元発注日 元仕入先 元倉庫.
037600     OPEN INPUT 発注ファイル.
037700     IF NOT 発注ファイル正常
037800       EXIT PARAGRAPH
037900     END-IF.
038000     MOVE "N" TO 発注終了フラグ.
038100     PERFORM 元発注走査 UNTIL 発注終了.
038200     CLOSE 発注ファイル.
038300*
038400 元発注走査.
038500     READ 発注ファイル
038600       AT END
038700         SET 発注終了 TO TRUE
038800       NOT AT END
038900         IF 発注商品番号 = 入力商品番号
039000            AND 発注仕入先 NOT = SPACE
039100            AND 発注日 >= 元発注日
039200           MOVE 発注日     TO 元発注日
039300           MOVE 発注仕入先 TO 元仕入先
039400           MOVE 納入倉庫   TO 元倉庫
039500         END-IF
039600     END-READ.
039700*
039800 仕入先名取得.
039900     MOVE "（仕入先未登録）" TO 元仕入先名.
040000     IF 仕入先使用可
040100       MOVE 元仕入先 TO 仕入先コード
040200       READ 仕入先マスタファイル
040300         INVALID KEY
040400           CONTINUE
040500         NOT INVALID KEY
040600           MOVE 仕入先名 TO 元仕入先名
040700       END-READ
040800     END-IF.
040900*
041000*　返品単価はその仕入先から同じ商品を仕入れた直近の買掛金の
041100*　単価とする。買掛金に無ければ仕入単価表の単価とする。
041200*
041300 返品単価決定.
041400     MOVE 0 TO 返品単価Ｗ.
041500     MOVE "N" TO 走査終了フラグ.
041600     MOVE 0 TO 買掛番号.
041700     START 買掛金ファイル KEY > 買掛番号
041800       INVALID KEY
041900         SET 走査終了 TO TRUE
042000     END-START.
042100     PERFORM 仕入単価走査 UNTIL 走査終了.
042200     IF 返品単価Ｗ = 0 AND 仕入単価使用可
042300       MOVE 元仕入先     TO 単価仕入先
042400       MOVE 入力商品番号 TO 単価商品番号
042500       READ 仕入単価ファイル
042600         INVALID KEY
042700           CONTINUE
042800         NOT INVALID KEY
042900           MOVE 仕入単価 TO 返品単価Ｗ
043000       END-READ
043100     END-IF.
043200*
043300 仕入単価走査.
043400     READ 買掛金ファイル NEXT RECORD
043500       AT END
043600         SET 走査終了 TO TRUE
043700       NOT AT END
043800         IF 買掛仕入先 = 元仕入先
043900            AND 買掛商品番号 = 入力商品番号
044000            AND 買掛数量 > 0
044100            AND 買掛単価 > 0
044200           MOVE 買掛単価 TO 返品単価Ｗ
044300         END-IF
044400     END-READ.
044500*
044600 返品伝票出力.
044700     MOVE 仕入返品番号     TO 伝票番号.
044800     MOVE 仕入返品日       TO 伝票返品日.
044900     MOVE 伝票見出し編集域 TO 返品伝票行.
045000     WRITE 返品伝票行.
045100     MOVE 元仕入先         TO 伝票仕入先.
045200     MOVE 元仕入先名       TO 伝票仕入先名.
045300     MOVE 伝票仕入先編集域 TO 返品伝票行.
045400     WRITE 返品伝票行.
045500     MOVE 入力商品番号     TO 伝票商品番号.
045600     MOVE 返品数量入力     TO 伝票数量.
045700     IF 仕入返品不良
045800       MOVE "不良品"       TO 伝票理由
045900     ELSE
046000       MOVE "過剰入荷"     TO 伝票理由
046100     END-IF.
046200     MOVE 伝票明細編集域   TO 返品伝票行.
046300     WRITE 返品伝票行.
046400     MOVE 元発注日         TO 伝票元発注日.
046500     MOVE 元倉庫           TO 伝票倉庫.
046600     MOVE 伝票発注編集域   TO 返品伝票行.
046700     WRITE 返品伝票行.
046800     MOVE SPACE TO 返品伝票行.
046900     WRITE 返品伝票行.
047000*
047100 赤伝出力.
047200     MOVE 仕入返品番号     TO 赤伝番号.
047300     MOVE 元仕入先         TO 赤伝仕入先.
047400     MOVE 元仕入先名       TO 赤伝仕入先名.
047500     MOVE 入力商品番号     TO 赤伝商品番号.
047600     MOVE 買掛数量         TO 赤伝数量.
047700     MOVE 返品単価Ｗ       TO 赤伝単価.
047800     MOVE 買掛金額         TO 赤伝金額.
047900     MOVE 買掛番号         TO 赤伝買掛番号.
048000     MOVE 赤伝明細編集域   TO 赤伝行.
048100     WRITE 赤伝行.
048200*
048300*　買掛番号は共通採番（範囲名KAIKAKNO）から払い出す。範囲が
048400*　未登録の環境では既存の買掛番号の続き番号で発番する。
048500*
048600 買掛番号採番.
048700     MOVE "KAIKAKNO" TO 採番範囲名.
048800     CALL "採番" USING 採番範囲名 採番番号
048900                       採番結果.
049000     IF 採番結果 = 0
049100       MOVE 採番番号 TO 次買掛番号
049200     END-IF.
049300     MOVE 次買掛番号 TO 買掛番号.
049400     ADD 1 TO 次買掛番号.
049500*
049600 買掛番号初期化.
049700     MOVE 1 TO 次買掛番号.
049800     MOVE "N" TO 走査終了フラグ.
049900     MOVE 0 TO 買掛番号.
050000     START 買掛金ファイル KEY > 買掛番号
050100       INVALID KEY
050200         SET 走査終了 TO TRUE
050300     END-START.
050400     PERFORM 買掛番号走査 UNTIL 走査終了.
050500*
050600 買掛番号走査.
050700     READ 買掛金ファイル NEXT RECORD
050800       AT END
050900         SET 走査終了 TO TRUE
051000       NOT AT END
051100         COMPUTE 次買掛番号 = 買掛番号 + 1
051200     END-READ.
051300*
051400*　仕入返品番号は共通採番（範囲名SHIHENNO）から払い出す。範囲が
051500*　未登録の環境では既存の仕入返品番号の続き番号で発番する。
051600*
051700 返品番号採番.
051800     MOVE "SHIHENNO" TO 採番範囲名.
051900     CALL "採番" USING 採番範囲名 採番番号
052000                       採番結果.
052100     IF 採番結果 = 0
052200       MOVE 採番番号 TO 次返品番号
052300     END-IF.
052400     MOVE 次返品番号 TO 仕入返品番号.
052500     ADD 1 TO 次返品番号.
052600*
052700 返品番号初期化.
052800     MOVE 1 TO 次返品番号.
052900     MOVE "N" TO 走査終了フラグ.
053000     MOVE 0 TO 仕入返品番号.
053100     START 仕入返品ファイル KEY > 仕入返品番号
053200       INVALID KEY
053300         SET 走査終了 TO TRUE
053400     END-START.
053500     PERFORM 返品番号走査 UNTIL 走査終了.
053600*
053700 返品番号走査.
053800     READ 仕入返品ファイル NEXT RECORD
053900       AT END
054000         SET 走査終了 TO TRUE
054100       NOT AT END
054200         COMPUTE 次返品番号 = 仕入返品番号 + 1
054300     END-READ.
