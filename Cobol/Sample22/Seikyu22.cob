001530*               税率ごとの内訳を示す。締め直しでも出荷時点の率で
001540*               課税される。マスタ未登録時は従来の１０％／８％。
001550*               支払期日は翌月末とする。
001560*               与信限度ファイルの請求基準が配達基準の顧客は，
001570*               出荷日ではなく配達日（配送状況取込 HAISOJYO が
001580*               記録）で請求対象とし，対象月末までに配達済と
001590*               なった未請求の行を請求する。
001592*               請求した注文行の金額からポイントを仮付与する
001594*               （入金消込で確定。ポイント管理 POINT 参照）。
001596*               対象月が締めカレンダー（CLOSECAL）で請求（SK）の
001598*               締処理中・締済なら請求を起こさずに終わる。
001600*
001700* Copyright 1999-2015 FUJITSU LIMITED
001800*=================================================================
003540       ACCESS MODE  IS RANDOM
003550       RECORD KEY   IS 売掛請求番号
003560       FILE STATUS  IS 売掛金状態.
003570     SELECT OPTIONAL 与信限度ファイル
003580       ASSIGN TO "TOKSHIN"
003585       ORGANIZATION IS INDEXED
003590       ACCESS MODE  IS RANDOM
003593       RECORD KEY   IS 与信顧客ＩＤ
003596       FILE STATUS  IS 与信限度状態.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  注文行ファイル.
004390         88  売掛未回収      VALUE "1".
004391         88  売掛回収済      VALUE "2".
004392     02  売掛請求日          PIC  9(08).
004393 FD  与信限度ファイル.
004394 01  与信限度レコード.
004395     02  与信顧客ＩＤ        PIC  X(32).
004396     02  与信限度額          PIC  9(12).
004397     02  与信請求基準        PIC  X(01).
004398         88  配達基準請求    VALUE "2".
004400 WORKING-STORAGE SECTION.
004500 01  注文行状態              PIC  X(02).
004600     88  注文行正常          VALUE "00" "05".
004630 01  採番範囲名              PIC  X(08).
004640 01  採番番号                PIC  9(09).
004650 01  採番結果                PIC  9(01).
004660 01  与信限度状態            PIC  X(02).
004670     88  与信限度正常        VALUE "00" "05".
004680 01  与信使用可Ｆ            PIC  X(01)  VALUE "N".
004685     88  与信使用可          VALUE "Y".
004690 01  請求対象フラグ          PIC  X(01).
004695     88  請求対象            VALUE "Y".
004700 01  注文終了フラグ          PIC  X(01).
004800     88  注文終了            VALUE "Y".
004900 01  対象年月                PIC  9(06).
006200     02  期日年              PIC  9(04).
006300     02  期日月              PIC  9(02).
006400 01  期日末日                PIC  9(02).
006401 01  ポイント計上域.
006402     02  ポイント計上区分    PIC  X(01).
006403     02  ポイント請求番号    PIC  9(06).
006404     02  ポイント対象金額    PIC  9(11).
006405     02  ポイント数          PIC  9(09).
006406     02  ポイント計上結果    PIC  9(01).
006410 01  現在日時.
006420     02  現在日付８          PIC  9(08).
006430     02  FILLER              PIC  X(13).
006447 01  締確認サブシステム      PIC  X(02)  VALUE "SK".
006464 01  締確認計上日            PIC  9(08).
006481 01  締確認結果              PIC  9(01).
006500*
006600 01  顧客一覧表.
006700     02  顧客一覧明細  OCCURS 100.
008200     DISPLAY "月次顧客請求バッチ".
008300     DISPLAY "対象年月を入力してください(YYYYMM)".
008400     ACCEPT 対象年月 FROM CONSOLE.
008411*　対象月が請求の締処理中・締済なら請求を起こさない。
008422     COMPUTE 締確認計上日 = 対象年月 * 100 + 1.
008433     CALL "締状態確認" USING 締確認サブシステム
008444          締確認計上日 締確認結果.
008455     IF 締確認結果 NOT = 0
008466       DISPLAY "対象月は締処理中か締済です"
008477       STOP RUN
008488     END-IF.
008500     PERFORM 支払期日算出.
008510     MOVE FUNCTION CURRENT-DATE TO 現在日時.
008600*
009307       SET 在庫使用可 TO TRUE
009308     END-IF.
009310     OPEN I-O 売掛金ファイル.
009320     OPEN INPUT 与信限度ファイル.
009330     IF 与信限度正常
009340       SET 与信使用可 TO TRUE
009350     END-IF.
009400     PERFORM 請求番号初期化.
009500     PERFORM 顧客一覧作成.
009600     PERFORM 顧客請求書出力
009700         VARYING 顧客添字 FROM 1 BY 1
009800         UNTIL 顧客添字 > 顧客登録数.
009900     CLOSE 売掛金ファイル.
009902     CLOSE 与信限度ファイル.
009905     CLOSE 在庫ファイル.
009910     CLOSE 請求一覧ファイル.
010000     CLOSE 請求書ファイル.
015800       AT END
015900         SET 注文終了 TO TRUE
016000       NOT AT END
016050         PERFORM 請求対象判定
016100         IF 請求対象
016300           PERFORM 顧客登録
016400         END-IF
016500     END-READ.
016600*
016601*　出荷済の行を請求対象とする。出荷基準の顧客は出荷日が対象月
016602*　の行，配達基準の顧客は対象月末までに配達済となった行。
016603*
016604 請求対象判定.
016605     MOVE "N" TO 請求対象フラグ.
016606     IF NOT 注文出荷済
016607       EXIT PARAGRAPH
016608     END-IF.
016609     MOVE SPACE TO 与信請求基準.
016610     IF 与信使用可
016611       MOVE 注文顧客ＩＤ TO 与信顧客ＩＤ
016612       READ 与信限度ファイル
016613         INVALID KEY
016614           MOVE SPACE TO 与信請求基準
016615       END-READ
016616     END-IF.
016617     IF 配達基準請求
016618       IF 配送配達済
016619          AND 配達日(1:6) <= 対象年月
016620         SET 請求対象 TO TRUE
016621       END-IF
016622     ELSE
016623       IF 出荷日(1:6) = 対象年月
016624         SET 請求対象 TO TRUE
016625       END-IF
016626     END-IF.
016627*
016700 顧客登録.
016800     MOVE 0 TO 顧客添字.
016900     PERFORM VARYING 検索添字 FROM 1 BY 1
022500       AT END
022600         SET 注文終了 TO TRUE
022700       NOT AT END
022750         PERFORM 請求対象判定
022800         IF 請求対象
023000            AND 注文顧客ＩＤ = 出力顧客ＩＤ
023100           PERFORM 請求明細１件
023200         END-IF
024400     SET 注文請求済 TO TRUE.
024500     MOVE 次請求番号 TO 請求番号.
024600     REWRITE 注文行レコード.
024610*　ポイント値引後の注文金額からポイントを仮付与する。
024620     MOVE "1" TO ポイント計上区分.
024630     MOVE 注文金額 TO ポイント対象金額.
024640     CALL "ポイント計上" USING ポイント計上区分
024650          注文顧客ＩＤ 注文行番号 請求番号
024660          ポイント対象金額 ポイント数
024670          ポイント計上結果.
024700*
024740*　税率マスタから取引日時点の率を引く。未登録なら既定の
024742*　１０％（軽減は８％）のまま動く（段階移行）。
