001100*               レコードを書き残す。全数返品のときは注文状態を
001200*               返品済へ進める。返金と売上の両方が返品レコード
001300*               で照合できる。
001320*               ロット管理品は出荷したロット（ロット出荷ファイル）
001340*               を引き，返品数量を元のロットの在庫へ戻す。
001360*               セット商品はセット単位の返品を構成商品の在庫へ
001380*               戻す。
001385*               起動時に，配送状況取込（HAISOJYO）が返品予定ファイ
001390*               ルへ書いた返送荷物を返品待ちとして示し，計上・取消
001392*               ・保留を選ばせる。計上は残りの全数を返品とする。
001393*               返品した金額分の付与ポイントを取り消す（ポイント
001394*               管理 POINT 参照）。
001395*               返品理由を受け付け，不良品は在庫数へ戻さず隔離数
001396*               （販売不可）へ入れる。隔離品は仕入返品（SIIREHEN）
001397*               で仕入先へ戻す。
001400*
001500* Copyright 1999-2015 FUJITSU LIMITED
001600*=================================================================
003700       ACCESS MODE  IS DYNAMIC
003800       RECORD KEY   IS 返品番号
003900       FILE STATUS  IS 返品状態.
003905     SELECT OPTIONAL ロット在庫ファイル
003910       ASSIGN TO "LOTZAI"
003915       ORGANIZATION IS INDEXED
003920       ACCESS MODE  IS DYNAMIC
003925       RECORD KEY   IS ロット在庫キー
003930       FILE STATUS  IS ロット在庫状態.
003935     SELECT OPTIONAL ロット出荷ファイル
003940       ASSIGN TO "LOTSHUK"
003945       ORGANIZATION IS INDEXED
003950       ACCESS MODE  IS DYNAMIC
003955       RECORD KEY   IS ロット出荷キー
003960       FILE STATUS  IS ロット出荷状態.
003970     SELECT OPTIONAL 返品予定ファイル
003975       ASSIGN TO "HENYOTEI"
003980       ORGANIZATION IS INDEXED
003985       ACCESS MODE  IS DYNAMIC
003990       RECORD KEY   IS 予定注文行番号
003995       FILE STATUS  IS 返品予定状態.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  注文行ファイル.
005100     02  返品数量            PIC  9(10).
005200     02  返品金額            PIC  9(11).
005300     02  返品日              PIC  X(08).
005310     02  返品理由            PIC  X(01).
005312         88  返品顧客都合    VALUE "1".
005314         88  返品不良        VALUE "2".
005316         88  返品誤送        VALUE "3".
005320 FD  ロット在庫ファイル.
005340     COPY LOTZAI.
005360 FD  ロット出荷ファイル.
005380     COPY LOTSHUK.
005390 FD  返品予定ファイル.
005395     COPY HENYOTEI.
005400 WORKING-STORAGE SECTION.
005500 01  注文行状態              PIC  X(02).
005600     88  注文行正常          VALUE "00" "05".
005700 01  在庫状態                PIC  X(02).
005800 01  返品状態                PIC  X(02).
005804 01  ロット在庫状態          PIC  X(02).
005808     88  ロット在庫正常      VALUE "00" "05".
005812 01  ロット出荷状態          PIC  X(02).
005816     88  ロット出荷正常      VALUE "00" "05".
005820 01  ロット使用可Ｆ          PIC  X(01)  VALUE "N".
005824     88  ロット使用可        VALUE "Y".
005828 01  ロット走査終了フラグ    PIC  X(01).
005832     88  ロット走査終了      VALUE "Y".
005836 01  ロット残返品数          PIC  9(10).
005840 01  ロット戻し数            PIC  9(10).
005844 01  構成件数                PIC  9(02).
005848 01  構成表.
005852     02  構成明細  OCCURS 20.
005856         03  構成商品番号    PIC  X(10).
005860         03  構成数量        PIC  9(04).
005864 01  構成添字                PIC  9(03)  COMP-5.
005868 01  セット取得結果          PIC  9(01).
005872     88  セット商品          VALUE 0.
005876 01  構成戻し数              PIC  9(10).
005880 01  返品予定状態            PIC  X(02).
005884     88  返品予定正常        VALUE "00" "05".
005888 01  予定走査終了フラグ      PIC  X(01).
005892     88  予定走査終了        VALUE "Y".
005896 01  予定処理区分            PIC  X(01).
005900 01  続行区分                PIC  X(01)  VALUE "Y".
006000     88  続行指定            VALUE "Y" "y".
006100 01  走査終了フラグ          PIC  X(01).
006200     88  走査終了            VALUE "Y".
006300 01  次返品番号              PIC  9(06).
006310 01  返品理由入力            PIC  X(01).
006320     88  返品理由正当        VALUE "1" "2" "3".
006330     88  不良返品指定        VALUE "2".
006400 01  返品数量入力            PIC  9(10).
006500 01  返品済数量              PIC  9(11).
006591 01  ポイント計上域.
006592     02  ポイント計上区分    PIC  X(01).
006593     02  ポイント請求番号    PIC  9(06).
006594     02  ポイント対象金額    PIC  9(11).
006595     02  ポイント数          PIC  9(09).
006596     02  ポイント計上結果    PIC  9(01).
006600 01  現在日時.
006700     02  現在日付８          PIC  X(08).
006800     02  FILLER              PIC  X(13).
007600     END-IF.
007700     OPEN I-O 在庫ファイル.
007800     OPEN I-O 返品ファイル.
007810     OPEN I-O ロット在庫ファイル.
007820     OPEN I-O ロット出荷ファイル.
007830     IF ロット在庫正常 AND ロット出荷正常
007840       SET ロット使用可 TO TRUE
007850     END-IF.
007860     OPEN I-O 返品予定ファイル.
007870     IF 返品予定正常
007880       PERFORM 返品予定処理
007890     END-IF.
007900     PERFORM 返品入力
007901           THRU 返品入力出口 UNTIL NOT 続行指定.
008000     CLOSE 返品ファイル.
008010     CLOSE 返品予定ファイル.
008020     CLOSE ロット出荷ファイル.
008040     CLOSE ロット在庫ファイル.
008100     CLOSE 在庫ファイル.
008200     CLOSE 注文行ファイル.
008300     STOP RUN.
010700       DISPLAY "返品数量が出荷数量を超えています"
010800       GO TO 返品入力出口
010900     END-IF.
010910*
010920*　検査の済んだ返品数量（返品数量入力）を計上する。返品予定
010930*　の計上もここを使う。
010940*
010950 返品計上.
010960     MOVE SPACE TO 返品理由入力.
010970     PERFORM 返品理由受付 UNTIL 返品理由正当.
011000*
011100*　在庫へ戻す。セット商品は構成商品の在庫へ戻す。不良品は
011110*　在庫数ではなく隔離数へ入れ，ロット在庫へも戻さない。
011200*
011210     CALL "セット構成取得" USING 注文商品番号
011220          構成件数 構成表 セット取得結果.
011230     IF セット商品
011240       PERFORM 構成返品戻し
011250         VARYING 構成添字 FROM 1 BY 1
011260         UNTIL 構成添字 > 構成件数
011270     ELSE
011300       MOVE 注文商品番号 TO 在庫商品番号
011400       READ 在庫ファイル
011500         INVALID KEY
011600           DISPLAY "警告：在庫に存在しません"
011700         NOT INVALID KEY
011710           IF 不良返品指定
011750             ADD 返品数量入力 TO 隔離数
011760           ELSE
011800             ADD 返品数量入力 TO 在庫数
011850           END-IF
011900           REWRITE 在庫レコード
012000       END-READ
012050     END-IF.
012100*
012200*　注文行に結び付く返品レコードを書き残す。
012300*
012900     COMPUTE 返品金額 = 返品数量入力 * 注文単価.
013000     MOVE FUNCTION CURRENT-DATE TO 現在日時.
013100     MOVE 現在日付８     TO 返品日.
013150     MOVE 返品理由入力   TO 返品理由.
013200     WRITE 返品レコード.
013250     IF NOT 不良返品指定
013255       PERFORM ロット返品戻し
013258     END-IF.
013260*　返品分の金額（ポイント値引後）の付与ポイントを取り消す。
013270     COMPUTE ポイント対象金額 =
013272         注文金額 * 返品数量入力 / 注文数量.
013274     MOVE "3" TO ポイント計上区分.
013276     MOVE 0 TO ポイント請求番号.
013278     CALL "ポイント計上" USING ポイント計上区分
013280          注文顧客ＩＤ 注文行番号
013281          ポイント請求番号
013282          ポイント対象金額 ポイント数
013284          ポイント計上結果.
013286     IF ポイント計上結果 = 0
013288       DISPLAY "付与ポイントを取り消しました："
013290               ポイント数
013292     END-IF.
013300*
013400     IF 返品数量入力 + 返品済数量 = 注文数量
013500       SET 注文返品済 TO TRUE
018000       NOT AT END
018100         COMPUTE 次返品番号 = 返品番号 + 1
018200     END-READ.
018300*
018310 構成返品戻し.
018315     MOVE 構成商品番号(構成添字) TO 在庫商品番号.
018320     COMPUTE 構成戻し数 =
018325         返品数量入力 * 構成数量(構成添字).
018330     READ 在庫ファイル
018335       INVALID KEY
018340         DISPLAY "警告：構成商品の在庫なし "
018345                 在庫商品番号
018350       NOT INVALID KEY
018352         IF 不良返品指定
018353           ADD 構成戻し数 TO 隔離数
018354         ELSE
018355           ADD 構成戻し数 TO 在庫数
018356         END-IF
018360         REWRITE 在庫レコード
018365     END-READ.
018370*
018371 返品理由受付.
018372     DISPLAY "返品理由を入力(1:顧客都合 2:不良"
018373             " 3:誤送)".
018374     ACCEPT 返品理由入力 FROM CONSOLE.
018375     IF NOT 返品理由正当
018376       DISPLAY "返品理由が正しくありません"
018377     END-IF.
018378*
018400*　出荷済のロットを連番順に読み，ロットごとに出荷数量から既に
018500*　戻した数量を引いた残りまでを元のロットへ戻す。ロット別在庫の
018600*　レコードが消えていれば起こし直す。
018700*
018800 ロット返品戻し.
018900     IF NOT ロット使用可
019000       EXIT PARAGRAPH
019100     END-IF.
019200     MOVE 返品数量入力 TO ロット残返品数.
019300     MOVE 注文行番号 TO 出荷注文行番号.
019400     MOVE 0          TO 出荷ロット連番.
019500     MOVE "N" TO ロット走査終了フラグ.
019600     START ロット出荷ファイル
019700           KEY >= ロット出荷キー
019800       INVALID KEY
019900         SET ロット走査終了 TO TRUE
020000     END-START.
020100     PERFORM ロット返品走査
020200       UNTIL ロット走査終了 OR ロット残返品数 = 0.
020300*
020400 ロット返品走査.
020500     READ ロット出荷ファイル NEXT RECORD
020600       AT END
020700         SET ロット走査終了 TO TRUE
020800       NOT AT END
020900         IF 出荷注文行番号 NOT = 注文行番号
021000           SET ロット走査終了 TO TRUE
021100         ELSE
021200           IF ロット出荷済
021300              AND 出荷ロット数量
021350                > 出荷ロット返品数量
021400             PERFORM ロット１件戻し
021500           END-IF
021600         END-IF
021700     END-READ.
021800*
021900 ロット１件戻し.
022000     COMPUTE ロット戻し数 =
022100             出荷ロット数量
022150           - 出荷ロット返品数量.
022200     IF ロット戻し数 > ロット残返品数
022300       MOVE ロット残返品数 TO ロット戻し数
022400     END-IF.
022500     MOVE 出荷ロット倉庫     TO ロット倉庫コード.
022600     MOVE 出荷ロット商品番号 TO ロット商品番号.
022700     MOVE 出荷ロット賞味期限 TO ロット賞味期限.
022800     MOVE 出荷ロット番号     TO ロット番号.
022900     READ ロット在庫ファイル
023000       INVALID KEY
023100         MOVE ロット戻し数 TO ロット在庫数
023200         MOVE 0            TO ロット引当数
023300         MOVE 現在日付８   TO ロット入荷日
023400         WRITE ロット在庫レコード
023500       NOT INVALID KEY
023600         ADD ロット戻し数 TO ロット在庫数
023700         REWRITE ロット在庫レコード
023800     END-READ.
023900     ADD ロット戻し数 TO 出荷ロット返品数量.
024000     REWRITE ロット出荷レコード.
024100     SUBTRACT ロット戻し数 FROM ロット残返品数.
024200     DISPLAY "返品ロット：" 出荷ロット番号
024300             " 数量：" ロット戻し数.
024400*
024500*　返送になった荷物の返品予定を１件ずつ示す。Ｙは出荷数量から
024600*　既返品数量を引いた残りを返品に計上し，Ｎは予定を取り消す。
024700*　それ以外は保留として次回に残す。
024800*
024900 返品予定処理.
025000     MOVE "N" TO 予定走査終了フラグ.
025100     MOVE 0 TO 予定注文行番号.
025200     START 返品予定ファイル KEY > 予定注文行番号
025300       INVALID KEY
025400         SET 予定走査終了 TO TRUE
025500     END-START.
025600     PERFORM 返品予定明細 UNTIL 予定走査終了.
025700*
025800 返品予定明細.
025900     READ 返品予定ファイル NEXT RECORD
026000       AT END
026100         SET 予定走査終了 TO TRUE
026200       NOT AT END
026300         PERFORM 返品予定１件
026400           THRU 返品予定１件出口
026500     END-READ.
026600*
026700 返品予定１件.
026800     MOVE 予定注文行番号 TO 注文行番号.
026900     READ 注文行ファイル
027000       INVALID KEY
027100         DISPLAY "警告：返品予定の注文行なし "
027200                 予定注文行番号
027300         DELETE 返品予定ファイル
027400         GO TO 返品予定１件出口
027500     END-READ.
027600     IF NOT (注文出荷済 OR 注文請求済)
027700       DELETE 返品予定ファイル
027800       GO TO 返品予定１件出口
027900     END-IF.
028000     PERFORM 既返品数量集計.
028100     COMPUTE 返品数量入力 = 注文数量 - 返品済数量.
028200     IF 返品数量入力 = 0
028300       DELETE 返品予定ファイル
028400       GO TO 返品予定１件出口
028500     END-IF.
028600     DISPLAY "返送荷物：" 注文行番号
028700             " 便：" 予定運送便番号
028800             " 返送日：" 予定返送日.
028900     DISPLAY "商品：" 注文商品番号
029000             " 返品数量：" 返品数量入力.
029100     DISPLAY "返品計上しますか"
029200             "(Y:計上 N:取消 他:保留)".
029300     ACCEPT 予定処理区分 FROM CONSOLE.
029400     EVALUATE 予定処理区分
029500       WHEN "Y"
029600       WHEN "y"
029700         PERFORM 返品計上
029800         DELETE 返品予定ファイル
029900       WHEN "N"
030000       WHEN "n"
030100         DELETE 返品予定ファイル
030200         DISPLAY "返品予定を取り消しました"
030300       WHEN OTHER
030400         DISPLAY "保留にしました"
030500     END-EVALUATE.
030600*
030700 返品予定１件出口.
030800     EXIT.
