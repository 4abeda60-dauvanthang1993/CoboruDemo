000010*======================================================================
000020* 「ＣＯＭ／ＤＣＯＭ−COMクライアント機能」
000030*     ＣＯＢＯＬサーバのCOBOLクライアントからの使用
000040*
000050* Copyright 1999-2015 FUJITSU LIMITED
000060*======================================================================
000070*
000080*  ファイル名： Juchuren.cob
000090*  機能概要  ： 受注票連携。受注票（CLMAIN）が確定・取消のたびに
000100*               書き出す受注票連携ファイルを読み，確定した受注票
000110*               をオンラインストアの注文行ファイルへ正式注文として
000120*               起こす。受注票の商品番号（R-NUM）はストアの商品
000130*               番号と同じ体系のため，在庫ファイルにあるものだけ
000140*               受け付ける。
000150*
000160*               受注票ごとに全明細の有効在庫（セット商品は構成
000170*               商品）と顧客の与信（YOSHIN）を検査し，すべて満たす
000180*               ときだけ注文行を起こして他の受注経路と同じく引当・
000190*               出荷倉庫の引当・送料の確定を行う。満たさない受注票
000200*               は理由を付けて却下し，連携リストへ報告する。
000210*
000220*               受注票側の取消は，連携済の注文行のうち未出荷・保留
000230*               中のものを取消済へ進め，引当（倉庫別・ロット別を
000240*               含む）を戻す。出荷済の行は取り消さずに報告する。
000250*               処理した受注番号は連携履歴ファイルに残し，同じ受注
000260*               票を二重に起こさない。
000270*
000280*======================================================================
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. JUCHUREN.
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT OPTIONAL 受注票連携ファイル
000350       ASSIGN TO "JUCHUREN.DAT"
000360       ORGANIZATION IS LINE SEQUENTIAL.
000370     SELECT OPTIONAL 連携履歴ファイル
000380       ASSIGN TO "JUCHUREK"
000390       ORGANIZATION IS INDEXED
000400       ACCESS MODE  IS RANDOM
000410       RECORD KEY   IS 履歴受注番号
000420       FILE STATUS  IS 連携履歴状態.
000430     SELECT OPTIONAL 在庫ファイル
000440       ASSIGN TO "ZAIKO"
000450       ORGANIZATION IS INDEXED
000460       ACCESS MODE  IS RANDOM
000470       RECORD KEY   IS 在庫商品番号
000480       FILE STATUS  IS 在庫状態.
000490     SELECT OPTIONAL 注文行ファイル
000500       ASSIGN TO "ORDERF"
000510       ORGANIZATION IS INDEXED
000520       ACCESS MODE  IS DYNAMIC
000530       RECORD KEY   IS 注文行番号
000540       FILE STATUS  IS 注文行状態.
000550     SELECT OPTIONAL 倉庫在庫ファイル
000560       ASSIGN TO "SOKOZAI"
000570       ORGANIZATION IS INDEXED
000580       ACCESS MODE  IS RANDOM
000590       RECORD KEY   IS 倉庫在庫キー
000600       FILE STATUS  IS 倉庫在庫状態.
000610     SELECT OPTIONAL ロット在庫ファイル
000620       ASSIGN TO "LOTZAI"
000630       ORGANIZATION IS INDEXED
000640       ACCESS MODE  IS DYNAMIC
000650       RECORD KEY   IS ロット在庫キー
000660       FILE STATUS  IS ロット在庫状態.
000670     SELECT OPTIONAL ロット出荷ファイル
000680       ASSIGN TO "LOTSHUK"
000690       ORGANIZATION IS INDEXED
000700       ACCESS MODE  IS DYNAMIC
000710       RECORD KEY   IS ロット出荷キー
000720       FILE STATUS  IS ロット出荷状態.
000730     SELECT 連携リストファイル
000740       ASSIGN TO "JUCHUREN.RPT"
000750       ORGANIZATION IS LINE SEQUENTIAL.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  受注票連携ファイル.
000790     COPY Juchuren-Info.
000800 FD  連携履歴ファイル.
000810 01  連携履歴レコード.
000820     02  履歴受注番号        PIC  X(12).
000830     02  履歴顧客ＩＤ        PIC  X(32).
000840     02  履歴状態            PIC  X(01).
000850         88  履歴変換済      VALUE "1".
000860         88  履歴却下        VALUE "2".
000870         88  履歴取消済      VALUE "9".
000880     02  履歴処理日          PIC  X(08).
000890     02  履歴行数            PIC  9(02).
000900     02  履歴金額            PIC  9(11).
000910     02  履歴理由            PIC  X(30).
000920 FD  在庫ファイル.
000930     COPY ZAIKOF.
000940 FD  注文行ファイル.
000950     COPY ORDFILE.
000960 FD  倉庫在庫ファイル.
000970     COPY ZAIKOSKO.
000980 FD  ロット在庫ファイル.
000990     COPY LOTZAI.
001000 FD  ロット出荷ファイル.
001010     COPY LOTSHUK.
001020 FD  連携リストファイル.
001030 01  連携リスト行            PIC  X(100).
001040 WORKING-STORAGE SECTION.
001050 01  連携履歴状態            PIC  X(02).
001060     88  連携履歴正常        VALUE "00" "05".
001070 01  在庫状態                PIC  X(02).
001080     88  在庫正常            VALUE "00" "05".
001090 01  注文行状態              PIC  X(02).
001100     88  注文行正常          VALUE "00" "05".
001110 01  倉庫在庫状態            PIC  X(02).
001120     88  倉庫在庫正常        VALUE "00" "05".
001130 01  ロット在庫状態          PIC  X(02).
001140     88  ロット在庫正常      VALUE "00" "05".
001150 01  ロット出荷状態          PIC  X(02).
001160     88  ロット出荷正常      VALUE "00" "05".
001170*　ファイル状態は入出力のたびに変わるため，オープンの成否は
001180*　別のフラグに控えて判定する。
001190 01  倉庫在庫使用可Ｆ        PIC  X(01)  VALUE "N".
001200     88  倉庫在庫使用可      VALUE "Y".
001210 01  ロット使用可Ｆ          PIC  X(01)  VALUE "N".
001220     88  ロット使用可        VALUE "Y".
001230 01  連携終了フラグ          PIC  X(01)  VALUE "N".
001240     88  連携終了            VALUE "Y".
001250 01  注文走査終了フラグ      PIC  X(01).
001260     88  注文走査終了        VALUE "Y".
001270 01  ロット走査終了フラグ    PIC  X(01).
001280     88  ロット走査終了      VALUE "Y".
001290 01  次注文行番号            PIC  9(08).
001300*
001310*　受注票１枚分の明細。受注票は１枚５０行まで。
001320*
001330 01  票受注番号              PIC  X(12).
001340 01  票顧客ＩＤ              PIC  X(32).
001350 01  票受付日                PIC  X(14).
001360 01  票行数                  PIC  9(03).
001370 01  票明細表.
001380     02  票明細  OCCURS 50.
001390         03  票商品番号      PIC  X(10).
001400         03  票数量          PIC  9(10).
001410         03  票単価          PIC  9(10).
001420 01  票添字                  PIC  9(03)  COMP-5.
001430 01  票合計                  PIC  9(11).
001440 01  却下理由                PIC  X(30).
001450 01  有効在庫数              PIC S9(11).
001460 01  与信残高ワーク          PIC  9(12).
001470 01  与信結果ワーク          PIC  9(05) COMP-5.
001480 01  引当倉庫ワーク          PIC  X(03).
001490 01  倉庫引当結果            PIC  9(01).
001500 01  送料地域ワーク          PIC  X(02)  VALUE SPACE.
001510 01  送料計算結果            PIC  9(01).
001520 01  構成件数                PIC  9(02).
001530 01  構成表.
001540     02  構成明細  OCCURS 20.
001550         03  構成商品番号    PIC  X(10).
001560         03  構成数量        PIC  9(04).
001570 01  構成添字                PIC  9(03)  COMP-5.
001580 01  セット取得結果          PIC  9(01).
001590     88  セット商品          VALUE 0.
001600 01  構成有効数              PIC S9(11).
001610 01  構成引当数              PIC  9(10).
001620 01  取消行数                PIC  9(03).
001630 01  取消不可行数            PIC  9(03).
001640 01  変換件数                PIC  9(05)  VALUE 0.
001650 01  却下件数                PIC  9(05)  VALUE 0.
001660 01  取消件数                PIC  9(05)  VALUE 0.
001670 01  取消不可件数            PIC  9(05)  VALUE 0.
001680 01  読飛件数                PIC  9(05)  VALUE 0.
001690 01  現在日時.
001700     02  現在日付８          PIC  X(08).
001710     02  FILLER              PIC  X(13).
001720 01  運用通知域.
001730     02  通知プログラム      PIC  X(08)  VALUE "JUCHUREN".
001740     02  通知重大度          PIC  X(01).
001750     02  通知本文            PIC  X(60).
001760*
001770 PROCEDURE DIVISION.
001780     MOVE FUNCTION CURRENT-DATE TO 現在日時.
001790     OPEN INPUT 受注票連携ファイル.
001800     OPEN I-O 連携履歴ファイル.
001810     OPEN I-O 在庫ファイル.
001820     OPEN I-O 注文行ファイル.
001830     IF NOT 注文行正常
001840       DISPLAY "注文行ファイルが開けません"
001850       CLOSE 在庫ファイル
001860       CLOSE 連携履歴ファイル
001870       CLOSE 受注票連携ファイル
001880       STOP RUN
001890     END-IF.
001940     OPEN I-O ロット在庫ファイル.
001950     OPEN I-O ロット出荷ファイル.
001960     IF ロット在庫正常 AND ロット出荷正常
001970       SET ロット使用可 TO TRUE
001980     END-IF.
001990     OPEN OUTPUT 連携リストファイル.
002000     MOVE SPACE TO 連携リスト行.
002010     STRING "*** 受注票連携リスト ***　処理日："
002020            現在日付８
002030            DELIMITED BY SIZE INTO 連携リスト行.
002040     WRITE 連携リスト行.
002050     PERFORM 注文行番号初期化.
002060     PERFORM 連携読込.
002070     PERFORM 受注票処理 UNTIL 連携終了.
002080     MOVE SPACE TO 連携リスト行.
002090     STRING "変換：" 変換件数 "　却下：" 却下件数
002100            "　取消：" 取消件数
002105            "　取消不可：" 取消不可件数
002110            "　連携済：" 読飛件数
002120            DELIMITED BY SIZE INTO 連携リスト行.
002130     WRITE 連携リスト行.
002140     CLOSE 連携リストファイル.
002150     CLOSE ロット出荷ファイル.
002160     CLOSE ロット在庫ファイル.
002180     CLOSE 注文行ファイル.
002190     CLOSE 在庫ファイル.
002200     CLOSE 連携履歴ファイル.
002210     CLOSE 受注票連携ファイル.
002220     DISPLAY "変換件数：" 変換件数.
002230     DISPLAY "却下件数：" 却下件数.
002240     DISPLAY "取消件数：" 取消件数.
002250     IF 却下件数 NOT = 0 OR 取消不可件数 NOT = 0
002260       MOVE "W" TO 通知重大度
002270       MOVE SPACE TO 通知本文
002280       STRING "受注票連携で却下あり　却下："
002285              却下件数
002290              "　取消不可：" 取消不可件数
002300              DELIMITED BY SIZE INTO 通知本文
002310       CALL "運用通知" USING 通知プログラム
002320            通知重大度 通知本文
002330     END-IF.
002340     STOP RUN.
002350*
002360 連携読込.
002370     READ 受注票連携ファイル
002380       AT END
002390         SET 連携終了 TO TRUE
002400     END-READ.
002410*
002420*　受注票の明細は受注番号ごとに続けて書かれているため，受注番号
002430*　が変わるまでを１枚の受注票として集める。取消は１件で１枚。
002440*
002450 受注票処理.
002460     IF linkCancelled
002470       PERFORM 受注票取消処理
002480         THRU 受注票取消処理出口
002490       PERFORM 連携読込
002500     ELSE
002510       MOVE linkNumber  TO 票受注番号
002520       MOVE linkOrderer TO 票顧客ＩＤ
002530       MOVE linkDate    TO 票受付日
002540       MOVE 0 TO 票行数 票合計
002550       PERFORM 受注票明細蓄積
002560         UNTIL 連携終了
002570            OR linkCancelled
002580            OR linkNumber NOT = 票受注番号
002590       PERFORM 受注票変換処理
002600         THRU 受注票変換処理出口
002610     END-IF.
002620*
002630 受注票明細蓄積.
002640     ADD 1 TO 票行数.
002650     IF 票行数 <= 50
002660       MOVE linkProduct  TO 票商品番号(票行数)
002670       MOVE linkQuantity TO 票数量(票行数)
002680       MOVE linkPrice    TO 票単価(票行数)
002690       COMPUTE 票合計 = 票合計 + linkQuantity * linkPrice
002700     END-IF.
002710     PERFORM 連携読込.
002720*
002730*　全明細の在庫と顧客の与信を検査し，すべて満たす受注票だけ
002740*　注文行を起こす。１行でも満たさなければ受注票ごと却下する。
002750*
002760 受注票変換処理.
002770     MOVE 票受注番号 TO 履歴受注番号.
002780     READ 連携履歴ファイル
002790       INVALID KEY
002800         CONTINUE
002810       NOT INVALID KEY
002820         ADD 1 TO 読飛件数
002830         MOVE SPACE TO 連携リスト行
002840         STRING 票受注番号
002845                "　連携済のため読み飛ばし"
002850                DELIMITED BY SIZE INTO 連携リスト行
002860         WRITE 連携リスト行
002870         GO TO 受注票変換処理出口
002880     END-READ.
002890     MOVE SPACE TO 却下理由.
002900     IF 票行数 > 50
002910       MOVE "明細行数超過" TO 却下理由
002920     ELSE
002930       PERFORM 明細在庫検査
002940         VARYING 票添字 FROM 1 BY 1
002950         UNTIL 票添字 > 票行数
002960            OR 却下理由 NOT = SPACE
002970     END-IF.
002980     IF 却下理由 = SPACE
002990       CALL "与信チェック" USING 票顧客ＩＤ
003000            票合計 与信残高ワーク
003010            与信結果ワーク
003020       IF 与信結果ワーク = 400
003030         MOVE "与信超過" TO 却下理由
003040       END-IF
003050     END-IF.
003060     IF 却下理由 NOT = SPACE
003070       PERFORM 受注票却下
003080       GO TO 受注票変換処理出口
003090     END-IF.
003100     PERFORM 注文行生成
003110       VARYING 票添字 FROM 1 BY 1
003120       UNTIL 票添字 > 票行数.
003130     MOVE SPACE TO 連携履歴レコード.
003140     MOVE 票受注番号 TO 履歴受注番号.
003150     MOVE 票顧客ＩＤ TO 履歴顧客ＩＤ.
003160     SET 履歴変換済 TO TRUE.
003170     MOVE 現在日付８ TO 履歴処理日.
003180     MOVE 票行数     TO 履歴行数.
003190     MOVE 票合計     TO 履歴金額.
003200     WRITE 連携履歴レコード.
003210     ADD 1 TO 変換件数.
003220     MOVE SPACE TO 連携リスト行.
003230     STRING 票受注番号 "　変換　行数：" 票行数
003240            "　金額：" 票合計
003250            DELIMITED BY SIZE INTO 連携リスト行.
003260     WRITE 連携リスト行.
003270*
003280 受注票変換処理出口.
003290     EXIT.
003300*
003310 明細在庫検査.
003320     MOVE 票商品番号(票添字) TO 在庫商品番号.
003330     READ 在庫ファイル
003340       INVALID KEY
003350         STRING "商品番号未登録 "
003355                票商品番号(票添字)
003360                DELIMITED BY SIZE INTO 却下理由
003370       NOT INVALID KEY
003380         PERFORM 有効在庫算出
003390         IF 有効在庫数 < 票数量(票添字)
003400           STRING "在庫不足 " 票商品番号(票添字)
003410                  DELIMITED BY SIZE INTO 却下理由
003420         END-IF
003430     END-READ.
003440*
003450*　セット商品の有効在庫は，構成商品ごとの有効在庫を構成数量で
003460*　割った値の最小値とする。
003470*
003480 有効在庫算出.
003490     CALL "セット構成取得" USING 票商品番号(票添字)
003500          構成件数 構成表 セット取得結果.
003510     IF セット商品
003520       PERFORM 構成有効数算出
003530         VARYING 構成添字 FROM 1 BY 1
003540         UNTIL 構成添字 > 構成件数
003550     ELSE
003560       COMPUTE 有効在庫数 = 在庫数 - 引当数
003570     END-IF.
003580*
003590 構成有効数算出.
003600     MOVE 構成商品番号(構成添字) TO 在庫商品番号.
003610     READ 在庫ファイル
003620       INVALID KEY
003630         MOVE 0 TO 構成有効数
003640       NOT INVALID KEY
003650         COMPUTE 構成有効数 =
003660             (在庫数 - 引当数) / 構成数量(構成添字)
003670     END-READ.
003680     IF 構成添字 = 1
003690        OR 構成有効数 < 有効在庫数
003700       MOVE 構成有効数 TO 有効在庫数
003710     END-IF.
003720*
003730 受注票却下.
003740     MOVE SPACE TO 連携履歴レコード.
003750     MOVE 票受注番号 TO 履歴受注番号.
003760     MOVE 票顧客ＩＤ TO 履歴顧客ＩＤ.
003770     SET 履歴却下 TO TRUE.
003780     MOVE 現在日付８ TO 履歴処理日.
003790     MOVE 票行数     TO 履歴行数.
003800     MOVE 票合計     TO 履歴金額.
003810     MOVE 却下理由   TO 履歴理由.
003820     WRITE 連携履歴レコード.
003830     ADD 1 TO 却下件数.
003840     MOVE SPACE TO 連携リスト行.
003850     STRING 票受注番号 "　却下：" 却下理由
003860            "　顧客：" 票顧客ＩＤ
003870            DELIMITED BY SIZE INTO 連携リスト行.
003880     WRITE 連携リスト行.
003890*
003900*　受注票の単価（R-Price）で注文行を起こす。受注票で値引は
003910*　済んでいるため割引規則とポイント値引は適用しない。出荷倉庫
003920*　と送料は他の受注経路と同じく登録時に確定する。
003930*
003940 注文行生成.
003950     MOVE 次注文行番号         TO 注文行番号.
003960     ADD 1 TO 次注文行番号.
003970     MOVE 票受注番号           TO 注文番号.
003980     MOVE 票顧客ＩＤ           TO 注文顧客ＩＤ.
003990     MOVE 票受付日(1:8)        TO 注文日.
004000     MOVE 票商品番号(票添字)   TO 注文商品番号.
004010     MOVE 票数量(票添字)       TO 注文数量.
004020     MOVE 票単価(票添字)       TO 注文単価.
004030     COMPUTE 注文金額 = 注文数量 * 注文単価.
004040     MOVE 0 TO 適用割引規則 注文ポイント利用.
004050     SET 注文未出荷 TO TRUE.
004060     MOVE SPACE TO 出荷日 運送便番号.
004065     MOVE SPACE TO 注文配送先コード.
004070     MOVE 0 TO 請求番号 約束納期.
004080     CALL "倉庫引当" USING 注文商品番号
004090          注文数量 引当倉庫ワーク 倉庫引当結果.
004100     IF 倉庫引当結果 = 0
004110       MOVE 引当倉庫ワーク TO 出荷倉庫コード
004120     ELSE
004130       MOVE SPACE TO 出荷倉庫コード
004140     END-IF.
004150     MOVE SPACE TO 送料地域ワーク.
004160     CALL "送料計算" USING 送料地域ワーク
004170          注文数量 注文金額
004180          注文送料額 送料計算結果.
004190     MOVE SPACE TO 配送状況.
004200     MOVE 0 TO 配送状況日 配達日.
004210     WRITE 注文行レコード.
004220     CALL "セット構成取得" USING 注文商品番号
004230          構成件数 構成表 セット取得結果.
004240     IF セット商品
004250       PERFORM 構成引当
004260         VARYING 構成添字 FROM 1 BY 1
004270         UNTIL 構成添字 > 構成件数
004280     ELSE
004290       MOVE 注文商品番号 TO 在庫商品番号
004300       READ 在庫ファイル
004310         INVALID KEY
004320           DISPLAY "警告：在庫に存在しません "
004330                   在庫商品番号
004340         NOT INVALID KEY
004350           ADD 注文数量 TO 引当数
004360           REWRITE 在庫レコード
004370       END-READ
004380     END-IF.
004390*
004400 構成引当.
004410     MOVE 構成商品番号(構成添字) TO 在庫商品番号.
004420     READ 在庫ファイル
004430       INVALID KEY
004440         DISPLAY "警告：構成商品の在庫なし "
004450                 在庫商品番号
004460       NOT INVALID KEY
004470         COMPUTE 引当数 = 引当数
004480             + 注文数量 * 構成数量(構成添字)
004490         REWRITE 在庫レコード
004500     END-READ.
004510*
004520*　受注票側で取り消された受注番号を連携履歴で引き，変換済なら
004530*　未出荷・保留中の注文行を取消済へ進めて引当を戻す。変換前・
004540*　却下済の受注票は履歴を取消済にするだけ。
004550*
004560 受注票取消処理.
004570     MOVE linkNumber TO 票受注番号.
004580     MOVE linkNumber TO 履歴受注番号.
004590     READ 連携履歴ファイル
004600       INVALID KEY
004610         MOVE SPACE TO 連携履歴レコード
004620         MOVE linkNumber  TO 履歴受注番号
004630         MOVE linkOrderer TO 履歴顧客ＩＤ
004640         SET 履歴取消済 TO TRUE
004650         MOVE 現在日付８  TO 履歴処理日
004660         MOVE 0 TO 履歴行数 履歴金額
004670         MOVE "変換前に取消" TO 履歴理由
004680         WRITE 連携履歴レコード
004690         ADD 1 TO 取消件数
004700         MOVE SPACE TO 連携リスト行
004710         STRING 票受注番号 "　取消：変換前に取消"
004720                DELIMITED BY SIZE INTO 連携リスト行
004730         WRITE 連携リスト行
004740         GO TO 受注票取消処理出口
004750     END-READ.
004760     IF 履歴取消済
004770       ADD 1 TO 読飛件数
004780       MOVE SPACE TO 連携リスト行
004790       STRING 票受注番号
004795              "　取消済のため読み飛ばし"
004800              DELIMITED BY SIZE INTO 連携リスト行
004810       WRITE 連携リスト行
004820       GO TO 受注票取消処理出口
004830     END-IF.
004840     IF 履歴却下
004850       SET 履歴取消済 TO TRUE
004860       MOVE 現在日付８ TO 履歴処理日
004870       REWRITE 連携履歴レコード
004880       ADD 1 TO 取消件数
004890       MOVE SPACE TO 連携リスト行
004900       STRING 票受注番号 "　取消：却下済の受注票"
004910              DELIMITED BY SIZE INTO 連携リスト行
004920       WRITE 連携リスト行
004930       GO TO 受注票取消処理出口
004940     END-IF.
004950     MOVE 0 TO 取消行数 取消不可行数.
004960     MOVE "N" TO 注文走査終了フラグ.
004970     MOVE 0 TO 注文行番号.
004980     START 注文行ファイル KEY > 注文行番号
004990       INVALID KEY
005000         SET 注文走査終了 TO TRUE
005010     END-START.
005012*　出荷倉庫の引当は倉庫引当サブルーチンが倉庫別在庫を開いて
005014*　積むため，倉庫別在庫は取消の間だけ開く。
005016     OPEN I-O 倉庫在庫ファイル.
005018     IF 倉庫在庫正常
005020       SET 倉庫在庫使用可 TO TRUE
005021     END-IF.
005022     PERFORM 注文行取消走査 UNTIL 注文走査終了.
005024     CLOSE 倉庫在庫ファイル.
005026     MOVE "N" TO 倉庫在庫使用可Ｆ.
005030     MOVE 現在日付８ TO 履歴処理日.
005040     IF 取消不可行数 = 0
005050       SET 履歴取消済 TO TRUE
005060       MOVE SPACE TO 履歴理由
005070       ADD 1 TO 取消件数
005080       MOVE SPACE TO 連携リスト行
005090       STRING 票受注番号 "　取消　行数：" 取消行数
005100              DELIMITED BY SIZE INTO 連携リスト行
005110     ELSE
005120       MOVE "出荷済のため一部取消不可" TO 履歴理由
005130       ADD 1 TO 取消不可件数
005140       MOVE SPACE TO 連携リスト行
005150       STRING 票受注番号
005152              "　取消不可：出荷済行あり"
005155              "　取消行数：" 取消行数
005160              "　出荷済行数：" 取消不可行数
005170              DELIMITED BY SIZE INTO 連携リスト行
005180     END-IF.
005190     REWRITE 連携履歴レコード.
005200     WRITE 連携リスト行.
005210*
005220 受注票取消処理出口.
005230     EXIT.
005240*
005250 注文行取消走査.
005260     READ 注文行ファイル NEXT RECORD
005270       AT END
005280         SET 注文走査終了 TO TRUE
005290       NOT AT END
005300         IF 注文番号 = 票受注番号
005310           IF 注文未出荷 OR 注文保留中
005320             PERFORM 注文行取消
005330           ELSE
005340             IF NOT 注文取消済
005350               ADD 1 TO 取消不可行数
005360             END-IF
005370           END-IF
005380         END-IF
005390     END-READ.
005400*
005410*　注文行の引当を戻す。セット商品は構成商品の引当を，出荷倉庫
005420*　のある行は倉庫別在庫の引当を，ピックリストでロットを引き
005430*　当てた行はロット別在庫の引当を戻してロット出荷を消す。
005440*
005450 注文行取消.
005460     CALL "セット構成取得" USING 注文商品番号
005470          構成件数 構成表 セット取得結果.
005480     IF セット商品
005490       PERFORM 構成引当戻し
005500         VARYING 構成添字 FROM 1 BY 1
005510         UNTIL 構成添字 > 構成件数
005520     ELSE
005530       MOVE 注文商品番号 TO 在庫商品番号
005540       READ 在庫ファイル
005550         INVALID KEY
005560           DISPLAY "警告：在庫に存在しません "
005570                   在庫商品番号
005580         NOT INVALID KEY
005590           IF 引当数 < 注文数量
005600             MOVE 0 TO 引当数
005610           ELSE
005620             SUBTRACT 注文数量 FROM 引当数
005630           END-IF
005640           REWRITE 在庫レコード
005650       END-READ
005660     END-IF.
005670     IF 出荷倉庫コード NOT = SPACE
005680        AND 倉庫在庫使用可
005690       MOVE 出荷倉庫コード TO 倉庫コード
005700       MOVE 注文商品番号   TO 倉庫商品番号
005710       READ 倉庫在庫ファイル
005720         INVALID KEY
005730           DISPLAY "警告：倉庫在庫に存在しません "
005740                   出荷倉庫コード
005750         NOT INVALID KEY
005760           IF 倉庫引当数 < 注文数量
005770             MOVE 0 TO 倉庫引当数
005780           ELSE
005790             SUBTRACT 注文数量 FROM 倉庫引当数
005800           END-IF
005810           REWRITE 倉庫在庫レコード
005820       END-READ
005830     END-IF.
005840     IF ロット使用可
005850       MOVE 注文行番号 TO 出荷注文行番号
005860       MOVE 0          TO 出荷ロット連番
005870       MOVE "N" TO ロット走査終了フラグ
005880       START ロット出荷ファイル
005890             KEY >= ロット出荷キー
005900         INVALID KEY
005910           SET ロット走査終了 TO TRUE
005920       END-START
005930       PERFORM ロット引当戻し走査
005935         UNTIL ロット走査終了
005940     END-IF.
005950     SET 注文取消済 TO TRUE.
005960     REWRITE 注文行レコード.
005970     ADD 1 TO 取消行数.
005980*
005990 構成引当戻し.
006000     MOVE 構成商品番号(構成添字) TO 在庫商品番号.
006010     COMPUTE 構成引当数 =
006020         注文数量 * 構成数量(構成添字).
006030     READ 在庫ファイル
006040       INVALID KEY
006050         DISPLAY "警告：構成商品の在庫なし "
006060                 在庫商品番号
006070       NOT INVALID KEY
006080         IF 引当数 < 構成引当数
006090           MOVE 0 TO 引当数
006100         ELSE
006110           SUBTRACT 構成引当数 FROM 引当数
006120         END-IF
006130         REWRITE 在庫レコード
006140     END-READ.
006150*
006160 ロット引当戻し走査.
006170     READ ロット出荷ファイル NEXT RECORD
006180       AT END
006190         SET ロット走査終了 TO TRUE
006200       NOT AT END
006210         IF 出荷注文行番号 NOT = 注文行番号
006220           SET ロット走査終了 TO TRUE
006230         ELSE
006240           IF ロット引当中
006250             PERFORM ロット引当戻し
006260           END-IF
006270         END-IF
006280     END-READ.
006290*
006300 ロット引当戻し.
006310     MOVE 出荷ロット倉庫     TO ロット倉庫コード.
006320     MOVE 出荷ロット商品番号 TO ロット商品番号.
006330     MOVE 出荷ロット賞味期限 TO ロット賞味期限.
006340     MOVE 出荷ロット番号     TO ロット番号.
006350     READ ロット在庫ファイル
006360       INVALID KEY
006370         DISPLAY "警告：ロット在庫なし "
006380                 出荷ロット番号
006390       NOT INVALID KEY
006400         IF ロット引当数 < 出荷ロット数量
006410           MOVE 0 TO ロット引当数
006420         ELSE
006430           SUBTRACT 出荷ロット数量 FROM ロット引当数
006440         END-IF
006450         REWRITE ロット在庫レコード
006460     END-READ.
006470     DELETE ロット出荷ファイル RECORD.
006480*
006490 注文行番号初期化.
006500     MOVE 1 TO 次注文行番号.
006510     MOVE "N" TO 注文走査終了フラグ.
006520     MOVE 0 TO 注文行番号.
006530     START 注文行ファイル KEY > 注文行番号
006540       INVALID KEY
006550         SET 注文走査終了 TO TRUE
006560     END-START.
006570     PERFORM 注文行番号走査 UNTIL 注文走査終了.
006580*
006590 注文行番号走査.
006600     READ 注文行ファイル NEXT RECORD
006610       AT END
006620         SET 注文走査終了 TO TRUE
006630       NOT AT END
006640         COMPUTE 次注文行番号 = 注文行番号 + 1
006650     END-READ.
