000160*               注文行ファイルへ正式注文を起こし，見積を受注済
000170*               へ進める。期限切れの見積は失効処理で失効へ
000180*               進める。見積→受注の転換率はMITSURPTが報告する。
000182*
000184*               セット商品は構成商品の有効在庫で充足を検査し，
000186*               受注変換で構成商品を引き当てる。
000187*               受注変換時に指定した利用ポイントは，見積行の順に
000188*               注文金額から値引する（残高の範囲で）。
000190*
000200*======================================================================
000210 IDENTIFICATION DIVISION.
001029 01  軽減税額                PIC S9(11).
001030 01  送料地域ワーク          PIC  X(02)  VALUE SPACE.
001031 01  送料計算結果            PIC  9(01).
001032 01  構成件数                PIC  9(02).
001033 01  構成表.
001034     02  構成明細  OCCURS 20.
001035         03  構成商品番号    PIC  X(10).
001036         03  構成数量        PIC  9(04).
001037 01  構成添字                PIC  9(03)  COMP-5.
001038 01  セット取得結果          PIC  9(01).
001040     88  セット商品          VALUE 0.
001042 01  構成有効数              PIC S9(11).
001043 01  変換利用ポイント        PIC  9(07).
001044 01  変換値引ポイント計      PIC  9(07).
001045*
001046 01  見積行編集域.
001050     02  編集商品番号        PIC  X(10).
001060     02  FILLER              PIC  X(02)  VALUE SPACE.
001070     02  編集数量            PIC  ZZZ,ZZZ,ZZ9.
003070       PERFORM 変換終了処理
003080       GO TO 受注変換処理出口
003090     END-IF.
003092     DISPLAY "利用ポイントを入力(0:利用しない)".
003094     ACCEPT 変換利用ポイント FROM CONSOLE.
003096     MOVE 0 TO 変換値引ポイント計.
003100*
003110*　第２走査：注文行を起こし，引当して見積を受注済へ進める。
003120*
003190     END-START.
003200     PERFORM 変換実行明細 UNTIL 走査終了.
003210     DISPLAY "変換しました 行数：" 変換行数.
003212     IF 変換値引ポイント計 NOT = 0
003214       DISPLAY "ポイント値引：" 変換値引ポイント計
003216     END-IF.
003220     PERFORM 変換終了処理.
003230*
003240 受注変換処理出口.
003500       INVALID KEY
003510         ADD 1 TO 不足行数
003520       NOT INVALID KEY
003530         PERFORM 有効在庫算出
003540         IF 有効在庫数 < 見積数量
003550           ADD 1 TO 不足行数
003560         END-IF
003570     END-READ.
003571*
003572*　セット商品の有効在庫は，構成商品ごとの有効在庫を構成数量で
003573*　割った値の最小値とする。
003574*
003575 有効在庫算出.
003576     CALL "セット構成取得" USING 見積商品番号
003577          構成件数 構成表 セット取得結果.
003578     IF セット商品
003579       PERFORM 構成有効数算出
003580         VARYING 構成添字 FROM 1 BY 1
003581         UNTIL 構成添字 > 構成件数
003582     ELSE
003583       COMPUTE 有効在庫数 = 在庫数 - 引当数
003584     END-IF.
003585*
003586 構成有効数算出.
003587     MOVE 構成商品番号(構成添字) TO 在庫商品番号.
003588     READ 在庫ファイル
003589       INVALID KEY
003590         MOVE 0 TO 構成有効数
003591       NOT INVALID KEY
003592         COMPUTE 構成有効数 =
003593             (在庫数 - 引当数) / 構成数量(構成添字)
003594     END-READ.
003595     IF 構成添字 = 1
003597        OR 構成有効数 < 有効在庫数
003599       MOVE 構成有効数 TO 有効在庫数
003601     END-IF.
003603*
003605 変換実行明細.
003607     READ 見積ファイル NEXT RECORD
003610       AT END
003620         SET 走査終了 TO TRUE
003630       NOT AT END
003950     MOVE 割引単価Ｗ     TO 注文単価.
003960     MOVE 適用割引規則Ｗ TO 適用割引規則.
003970     COMPUTE 注文金額 = 見積数量 * 割引単価Ｗ.
003972     CALL "ポイント値引計算" USING 見積顧客ＩＤ
003974          注文行番号 変換利用ポイント
003976          注文金額 注文ポイント利用.
003977     SUBTRACT 注文ポイント利用
003978       FROM 変換利用ポイント.
003979     ADD 注文ポイント利用 TO 変換値引ポイント計.
003980     SET 注文未出荷 TO TRUE.
003990     MOVE SPACE TO 出荷日 運送便番号.
004000     MOVE SPACE TO 出荷倉庫コード 注文配送先コード.
004014     CALL "送料計算" USING 送料地域ワーク
004015          見積数量 注文金額
004016          注文送料額 送料計算結果.
004017     MOVE SPACE TO 配送状況.
004018     MOVE 0 TO 配送状況日 配達日.
004020     WRITE 注文行レコード.
004030     CALL "セット構成取得" USING 見積商品番号
004032          構成件数 構成表 セット取得結果.
004034     IF セット商品
004036       PERFORM 構成引当
004038         VARYING 構成添字 FROM 1 BY 1
004040         UNTIL 構成添字 > 構成件数
004042     ELSE
004044       ADD 見積数量 TO 引当数
004046       REWRITE 在庫レコード
004048     END-IF.
004050     SET 見積受注済 TO TRUE.
004060     REWRITE 見積行レコード.
004061*
004062 構成引当.
004063     MOVE 構成商品番号(構成添字) TO 在庫商品番号.
004064     READ 在庫ファイル
004065       INVALID KEY
004066         DISPLAY "警告：構成商品の在庫なし "
004067                 在庫商品番号
004068       NOT INVALID KEY
004069         COMPUTE 引当数 = 引当数
004070             + 見積数量 * 構成数量(構成添字)
004071         REWRITE 在庫レコード
004073     END-READ.
004075*
004080 注文行番号採番.
004090     MOVE 1 TO 次注文行番号.
004100     MOVE "N" TO 注文走査終了フラグ.
