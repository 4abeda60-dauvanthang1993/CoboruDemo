001500*               入荷した商品は待ちのバックオーダへその場で充当
001600*               し（BAKODRの在庫充当と同じ規則），待ち注文が
001700*               在庫を受け取れるようにする。
001720*
001740*               賞味期限のある商品は入荷時にロット番号と賞味期限
001760*               を受け付け，ロット別在庫（LOTZAI）へ積む。
001770*
001772*               入荷は発注の仕入先と仕入単価表（SIIRETAN）の単価
001774*               で買掛金（KAIKAKE）へ計上し，買掛金締（KAISIME）
001776*               ・支払実行（SHIHARAI）の元にする。
001778*
001780*               発注残を超える入荷は，確認のうえ超過分を隔離数
001782*               （販売不可）へ受け入れ，納入全量を買掛へ計上する。
001784*               隔離した超過分は仕入返品（SIIREHEN）で返送する。
001786*
001788*               当月が締めカレンダー（CLOSECAL）で買掛（KK）の
001790*               締処理中・締済なら入荷を受け付けない。
001800*
001900* Copyright 1999-2015 FUJITSU LIMITED
002000*=================================================================
005306       RECORD KEY   IS 配送先キー
005307       FILE STATUS  IS 配送先マスタ状態.
005310     SELECT OPTIONAL 倉庫在庫ファイル
005313       ASSIGN TO "SOKOZAI"
005316       ORGANIZATION IS INDEXED
005319       ACCESS MODE  IS RANDOM
005322       RECORD KEY   IS 倉庫在庫キー
005325       FILE STATUS  IS 倉庫在庫状態.
005328     SELECT OPTIONAL ロット在庫ファイル
005331       ASSIGN TO "LOTZAI"
005334       ORGANIZATION IS INDEXED
005337       ACCESS MODE  IS RANDOM
005340       RECORD KEY   IS ロット在庫キー
005343       FILE STATUS  IS ロット在庫状態.
005346     SELECT OPTIONAL 仕入単価ファイル
005349       ASSIGN TO "SIIRETAN"
005352       ORGANIZATION IS INDEXED
005355       ACCESS MODE  IS RANDOM
005358       RECORD KEY   IS 仕入単価キー
005361       FILE STATUS  IS 仕入単価状態.
005364     SELECT OPTIONAL 買掛金ファイル
005367       ASSIGN TO "KAIKAKE"
005370       ORGANIZATION IS INDEXED
005373       ACCESS MODE  IS DYNAMIC
005376       RECORD KEY   IS 買掛番号
005379       FILE STATUS  IS 買掛金状態.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  発注ファイル.
008200         88  充当済          VALUE "2".
008300         88  受付取消済      VALUE "3".
008310     02  受付配送先コード    PIC  X(03).
008320     02  受付利用ポイント    PIC  9(07).
008400 FD  注文行ファイル.
008500     COPY ORDFILE.
008600 FD  入荷ジャーナルファイル.
008712     02  配送地域コード      PIC  X(02).
008713 FD  倉庫在庫ファイル.
008714     COPY ZAIKOSKO.
008734 FD  ロット在庫ファイル.
008754     COPY LOTZAI.
008760 FD  仕入単価ファイル.
008765 01  仕入単価レコード.
008770     02  仕入単価キー.
008775         03  単価仕入先      PIC  X(04).
008780         03  単価商品番号    PIC  X(10).
008785     02  仕入単価            PIC  9(09).
008790     02  仕入リード日数      PIC  9(03).
008792     02  主仕入区分          PIC  X(01).
008794 FD  買掛金ファイル.
008796     COPY KAIKAKE.
008800 WORKING-STORAGE SECTION.
008900 01  発注状態Ｆ              PIC  X(02).
009000     88  発注ファイル正常    VALUE "00".
009600     88  注文行正常          VALUE "00" "05".
009610 01  倉庫在庫状態            PIC  X(02).
009620     88  倉庫在庫正常        VALUE "00" "05".
009630 01  ロット在庫状態          PIC  X(02).
009640     88  ロット在庫正常      VALUE "00" "05".
009650 01  ロット在庫使用可Ｆ      PIC  X(01)  VALUE "N".
009660     88  ロット在庫使用可    VALUE "Y".
009670 01  入力ロット番号          PIC  X(12).
009680 01  入力賞味期限            PIC  9(08).
009681 01  仕入単価状態            PIC  X(02).
009682     88  仕入単価正常        VALUE "00" "05".
009683 01  仕入単価使用可Ｆ        PIC  X(01)  VALUE "N".
009684     88  仕入単価使用可      VALUE "Y".
009685 01  買掛金状態              PIC  X(02).
009686     88  買掛金正常          VALUE "00" "05".
009687 01  買掛使用可Ｆ            PIC  X(01)  VALUE "N".
009688     88  買掛使用可          VALUE "Y".
009689 01  買掛走査終了フラグ      PIC  X(01).
009690     88  買掛走査終了        VALUE "Y".
009691 01  次買掛番号              PIC  9(08).
009692 01  買掛件数                PIC  9(05)  VALUE 0.
009693 01  採番範囲名              PIC  X(08).
009694 01  採番番号                PIC  9(09).
009695 01  採番結果                PIC  9(01).
009700 01  発注終了フラグ          PIC  X(01)  VALUE "N".
009800     88  発注終了            VALUE "Y".
009900 01  ワーク終了フラグ        PIC  X(01)  VALUE "N".
010400     88  注文走査終了        VALUE "Y".
010500 01  入荷数量                PIC  9(08).
010600 01  残発注数量              PIC S9(09).
010610 01  過剰数量                PIC  9(08)  VALUE 0.
010620 01  過剰受入確認            PIC  X(01).
010700 01  入荷件数                PIC  9(05)  VALUE 0.
010800 01  完納件数                PIC  9(05)  VALUE 0.
010900 01  充当件数                PIC  9(05)  VALUE 0.
011400 01  現在日時.
011500     02  現在日付８          PIC  X(08).
011600     02  FILLER              PIC  X(13).
011625 01  締確認サブシステム      PIC  X(02)  VALUE "KK".
011650 01  締確認計上日            PIC  9(08).
011675 01  締確認結果              PIC  9(01).
011700*
011800 01  ジャーナル行編集域.
011900     02  編集商品番号        PIC  X(10).
012900 PROCEDURE DIVISION.
013000     DISPLAY "入荷計上処理".
013100     MOVE FUNCTION CURRENT-DATE TO 現在日時.
013111*　入荷日（当日）の月が買掛（KK）の締処理中・締済なら計上しない。
013122     MOVE 現在日付８ TO 締確認計上日.
013133     CALL "締状態確認" USING 締確認サブシステム
013144          締確認計上日 締確認結果.
013155     IF 締確認結果 NOT = 0
013166       DISPLAY "当月は買掛の締処理中か締済です"
013177       STOP RUN
013188     END-IF.
013200     OPEN INPUT 発注ファイル.
013300     IF NOT 発注ファイル正常
013400       DISPLAY "発注ファイルが開けません"
013907       SET 配送先使用可 TO TRUE
013908     END-IF.
013910     OPEN I-O 倉庫在庫ファイル.
013920     OPEN I-O ロット在庫ファイル.
013930     IF ロット在庫正常
013940       SET ロット在庫使用可 TO TRUE
013950     END-IF.
013960     OPEN INPUT 仕入単価ファイル.
013965     IF 仕入単価正常
013970       SET 仕入単価使用可 TO TRUE
013975     END-IF.
013980     OPEN I-O 買掛金ファイル.
013985     IF 買掛金正常
013990       SET 買掛使用可 TO TRUE
013992       PERFORM 買掛番号初期化
013995     END-IF.
014000     OPEN I-O 注文行ファイル.
014010     IF 注文行正常
014020       SET 注文行使用可 TO TRUE
014900     CLOSE 注文行ファイル.
014905     CLOSE 配送先マスタファイル.
014910     CLOSE 倉庫在庫ファイル.
014930     CLOSE ロット在庫ファイル.
014940     CLOSE 買掛金ファイル.
014950     CLOSE 仕入単価ファイル.
015000     CLOSE バックオーダファイル.
015100     CLOSE 在庫ファイル.
015200     CLOSE 発注ワークファイル.
016300     DISPLAY "入荷件数：" 入荷件数.
016400     DISPLAY "完納件数：" 完納件数.
016500     DISPLAY "充当件数：" 充当件数.
016510     DISPLAY "買掛計上：" 買掛件数.
016600     STOP RUN.
016700*
016800 発注読込.
018800     PERFORM 発注読込.
018900*
019000 入荷受付.
019010     MOVE 0 TO 過剰数量.
019100     COMPUTE 残発注数量 =
019200         発注数量 - 入荷済数量.
019300     DISPLAY "発注：" 発注商品番号
019800       GO TO 入荷受付出口
019900     END-IF.
020000     IF 入荷数量 > 残発注数量
020100       DISPLAY "残数を超えています"
020110       DISPLAY "超過分を隔離在庫へ受け入れる"
020120               "場合はYを入力してください"
020130       ACCEPT 過剰受入確認 FROM CONSOLE
020140       IF 過剰受入確認 NOT = "Y"
020150         DISPLAY "読み飛ばし"
020160         GO TO 入荷受付出口
020170       END-IF
020180       COMPUTE 過剰数量 = 入荷数量 - 残発注数量
020190       MOVE 残発注数量 TO 入荷数量
020300     END-IF.
020400     PERFORM 在庫計上
020401       THRU 在庫計上出口.
021500         GO TO 在庫計上出口
021600     END-READ.
021700     ADD 入荷数量 TO 在庫数.
021710     ADD 過剰数量 TO 隔離数.
021800     IF 入荷数量 > 発注中数量
021900       MOVE 0 TO 発注中数量
022000     ELSE
023600     END-IF.
023700     MOVE ジャーナル行編集域 TO ジャーナル行.
023800     WRITE ジャーナル行.
023801     IF 過剰数量 > 0
023802       MOVE SPACE TO ジャーナル行
023803       STRING "　過剰入荷：" 過剰数量
023804              "　隔離在庫へ受入" DELIMITED BY SIZE
023805         INTO ジャーナル行
023806       WRITE ジャーナル行
023807     END-IF.
023810     IF 納入倉庫 NOT = SPACE
023820       PERFORM 倉庫入荷計上
023830     END-IF.
023850     PERFORM ロット入荷計上.
023860     PERFORM 買掛計上.
023900     PERFORM バックオーダ充当.
024000*
024100 在庫計上出口.
024265         ADD 入荷数量 TO 倉庫在庫数
024266         REWRITE 倉庫在庫レコード
024267     END-READ.
024268*
024269*　ロット番号を受け付けた入荷はロット別在庫へ積む。ロット番号が
024270*　空白の入荷はロット管理しない。期限の無いロットは期限を
024271*　９９９９９９９９として最後に引き当てる。
024272*
024273 ロット入荷計上.
024274     IF NOT ロット在庫使用可
024275       EXIT PARAGRAPH
024276     END-IF.
024277     DISPLAY "ロット番号を入力(管理なしは空白)".
024278     ACCEPT 入力ロット番号 FROM CONSOLE.
024279     IF 入力ロット番号 = SPACE
024280       EXIT PARAGRAPH
024281     END-IF.
024282     DISPLAY "賞味期限を入力(YYYYMMDD 期限なしは0)".
024283     ACCEPT 入力賞味期限 FROM CONSOLE.
024284     IF 入力賞味期限 NOT NUMERIC OR 入力賞味期限 = 0
024285       MOVE 99999999 TO 入力賞味期限
024286     END-IF.
024287     MOVE 納入倉庫       TO ロット倉庫コード.
024288     MOVE 発注商品番号   TO ロット商品番号.
024289     MOVE 入力賞味期限   TO ロット賞味期限.
024290     MOVE 入力ロット番号 TO ロット番号.
024291     READ ロット在庫ファイル
024292       INVALID KEY
024293         MOVE 入荷数量   TO ロット在庫数
024294         MOVE 0          TO ロット引当数
024295         MOVE 現在日付８ TO ロット入荷日
024296         WRITE ロット在庫レコード
024297       NOT INVALID KEY
024298         ADD 入荷数量 TO ロット在庫数
024299         REWRITE ロット在庫レコード
024300     END-READ.
024301     MOVE SPACE TO ジャーナル行.
024302     STRING "　ロット：" 入力ロット番号
024303            "　賞味期限：" 入力賞味期限
024304            DELIMITED BY SIZE INTO ジャーナル行.
024307     WRITE ジャーナル行.
024310*
024313*　入荷数量（隔離へ受け入れた過剰分を含む）を発注の仕入先の
024316*　仕入単価で買掛金へ計上する。仕入先未定の発注は計上せず，
024319*　単価の無いものは金額０で計上してジャーナルへ警告する
024322*　（締の前に単価表を直し金額を訂正する）。
024325*
024330 買掛計上.
024331     IF NOT 買掛使用可
024332       EXIT PARAGRAPH
024333     END-IF.
024334     IF 発注仕入先 = SPACE
024335       MOVE "　警告：仕入先未定のため買掛未計上"
024336         TO ジャーナル行
024337       WRITE ジャーナル行
024338       EXIT PARAGRAPH
024339     END-IF.
024340     MOVE 0 TO 買掛単価.
024341     IF 仕入単価使用可
024342       MOVE 発注仕入先   TO 単価仕入先
024343       MOVE 発注商品番号 TO 単価商品番号
024344       READ 仕入単価ファイル
024345         INVALID KEY
024346           CONTINUE
024347         NOT INVALID KEY
024348           MOVE 仕入単価 TO 買掛単価
024349       END-READ
024350     END-IF.
024351     PERFORM 買掛番号採番.
024352     MOVE 発注仕入先   TO 買掛仕入先.
024353     MOVE 発注商品番号 TO 買掛商品番号.
024354     MOVE 納入倉庫     TO 買掛倉庫.
024355     MOVE 現在日付８   TO 買掛入荷日.
024356     COMPUTE 買掛数量 = 入荷数量 + 過剰数量.
024357     COMPUTE 買掛金額 = 買掛数量 * 買掛単価.
024358     SET 買掛未締 TO TRUE.
024359     MOVE 0 TO 買掛支払予定番号 買掛支払日.
024360     WRITE 買掛金レコード
024361       INVALID KEY
024362         DISPLAY "買掛番号が重複しています："
024363                 買掛番号
024364         EXIT PARAGRAPH
024365     END-WRITE.
024366     ADD 1 TO 買掛件数.
024367     MOVE SPACE TO ジャーナル行.
024368     STRING "　買掛：" 買掛番号
024369            "　仕入先：" 買掛仕入先
024370            "　金額：" 買掛金額
024371            DELIMITED BY SIZE INTO ジャーナル行.
024372     WRITE ジャーナル行.
024373     IF 買掛単価 = 0
024374       MOVE "　警告：単価未登録のため金額０"
024375         TO ジャーナル行
024376       WRITE ジャーナル行
024377     END-IF.
024378*
024400*　入荷した商品の待ちバックオーダへ受付日順に充当し，注文へ
024500*　振り替える（BAKODRの在庫充当と同じ規則）。
024600*
028600                              注文単価
028700                              適用割引規則.
028800     COMPUTE 注文金額 = 受付数量 * 注文単価.
028810     CALL "ポイント値引計算" USING 受付顧客ＩＤ
028820          注文行番号 受付利用ポイント
028830          注文金額 注文ポイント利用.
028900     CALL "与信チェック" USING 受付顧客ＩＤ
029000          注文金額 与信残高ワーク
029100          与信結果ワーク.
029893          受付数量 注文金額
029894          注文送料額 送料計算結果.
029900     MOVE 0 TO 請求番号 約束納期.
029910     MOVE SPACE TO 配送状況.
029920     MOVE 0 TO 配送状況日 配達日.
030000     WRITE 注文行レコード.
030100     ADD 受付数量 TO 引当数.
030200     REWRITE 在庫レコード.
033800     MOVE 発注ワークレコード TO 発注レコード.
033900     WRITE 発注レコード.
034000     PERFORM ワーク読込.
034100*
034200*　買掛番号は共通採番（範囲名KAIKAKNO）から払い出す。範囲が
034300*　未登録の環境では既存の買掛番号の続き番号で発番する。
034400*
034500 買掛番号採番.
034600     MOVE "KAIKAKNO" TO 採番範囲名.
034700     CALL "採番" USING 採番範囲名 採番番号
034800                       採番結果.
034900     IF 採番結果 = 0
035000       MOVE 採番番号 TO 次買掛番号
035100     END-IF.
035200     MOVE 次買掛番号 TO 買掛番号.
035300     ADD 1 TO 次買掛番号.
035400*
035500 買掛番号初期化.
035600     MOVE 1 TO 次買掛番号.
035700     MOVE "N" TO 買掛走査終了フラグ.
035800     MOVE 0 TO 買掛番号.
035900     START 買掛金ファイル KEY > 買掛番号
036000       INVALID KEY
036100         SET 買掛走査終了 TO TRUE
036200     END-START.
036300     PERFORM 買掛番号走査 UNTIL 買掛走査終了.
036400*
036500 買掛番号走査.
036600     READ 買掛金ファイル NEXT RECORD
036700       AT END
036800         SET 買掛走査終了 TO TRUE
036900       NOT AT END
037000         COMPUTE 次買掛番号 = 買掛番号 + 1
037100     END-READ.
