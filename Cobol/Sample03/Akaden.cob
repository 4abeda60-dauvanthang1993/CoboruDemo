000800*　売上推移（SUII）・予算対比（YOSAN）の合計は自然に正しく
000900*　なる。発行した赤伝は監査用の赤伝登録簿へ番号付きで残し，
001000*　赤伝票は印刷スプールへ登録する。月次の赤伝一覧も出せる。
001025*　　原伝票の受注日の月が売上（UR）の締処理中・締済なら，
001050*　逆仕訳は当日付で計上し，赤伝票にその旨を印字する。当日の
001075*　月も締められていれば発行しない。
001100*
001200 ENVIRONMENT DIVISION.
001300  INPUT-OUTPUT SECTION.
007000   77  次赤伝番号              PIC  9(06).
007100   77  訂正理由                PIC  X(20).
007200   77  対象年月                PIC  9(06).
007225   77  計上受注日              PIC  9(08).
007250   77  締確認サブシステム      PIC  X(02)  VALUE "UR".
007275   77  締確認結果              PIC  9(01).
007300*
007400*　選んだ原伝票の控え。
007500*
007900       02  退避数量            PIC S9(04).
008000       02  退避金額            PIC S9(08).
008100       02  退避得意先          PIC  X(04).
008150       02  退避原価金額        PIC S9(08).
008170       02  退避営業担当        PIC  X(04).
008200   01  現在日時.
008300       02  現在日時１４        PIC  X(14).
008400       02  FILLER              PIC  X(07).
014100     END-IF.
014200     MOVE 0 TO 候補連番.
014300     PERFORM 選択伝票取得.
014316     PERFORM 計上日決定.
014332     IF 締確認結果 NOT = 0
014348       DISPLAY "当月も締められており発行不可"
014364       GO TO 赤伝発行処理出口
014380     END-IF.
014400     DISPLAY "訂正理由を入力してください".
014500     ACCEPT 訂正理由 FROM CONSOLE.
014600     PERFORM 赤伝番号採番.
021600               MOVE 数量   TO 退避数量
021700               MOVE 金額   TO 退避金額
021800               MOVE 得意先コード TO 退避得意先
021850               MOVE 原価金額 TO 退避原価金額
021870               MOVE 営業担当コード TO 退避営業担当
021900               SET 走査終了 TO TRUE
022000             END-IF
022100           END-IF
022200         END-IF
022300     END-READ.
022400*
022500*　数量・金額・原価金額を負にした逆仕訳を，計上日決定で決めた
022566*　受注日（通常は原伝票と同じ受注日）で売上ファイルへ書き足す。
022632*　月次の合計や粗利はこれで相殺される。
022700*
022800  赤伝書込.
022900     MOVE 対象商品コード
023000       TO 商品コード OF 売上レコード.
023100     MOVE 退避商品名 TO 商品名 OF 売上レコード.
023200     MOVE 計上受注日 TO 受注日.
023300     COMPUTE 数量 = 0 - 退避数量.
023400     COMPUTE 金額 = 0 - 退避金額.
023500     MOVE 退避得意先 TO 得意先コード.
023550     COMPUTE 原価金額 = 0 - 退避原価金額.
023570     MOVE 退避営業担当 TO 営業担当コード.
023600     WRITE 売上レコード.
023700*
023800  登録簿記帳.
024400       MOVE 現在日時１４   TO 簿発行日時
024500       MOVE 担当者コード   TO 簿担当者
024600       MOVE 対象商品コード TO 簿商品コード
024700       MOVE 計上受注日     TO 簿受注日
024800       COMPUTE 簿数量 = 0 - 退避数量
024900       COMPUTE 簿金額 = 0 - 退避金額
025000       MOVE 訂正理由       TO 簿理由
026700            "　受注日：" 退避受注日
026800            DELIMITED BY SIZE INTO 赤伝票行.
026900     WRITE 赤伝票行.
026912     IF 計上受注日 NOT = 退避受注日
026924       MOVE SPACE TO 赤伝票行
026936       STRING "計上日：" 計上受注日
026948              "（原伝票の月は締め済）"
026960              DELIMITED BY SIZE INTO 赤伝票行
026972       WRITE 赤伝票行
026984     END-IF.
027000     COMPUTE 編集数量 = 0 - 退避数量.
027100     COMPUTE 編集金額 = 0 - 退避金額.
027200     MOVE SPACE TO 赤伝票行.
028100                              スプール本文名
028200                              スプール結果.
028300*
028305*　逆仕訳の受注日を決める。原伝票の月が締処理中・締済なら当日
028310*　付に振り替え，当日の月も締められていれば締確認結果を非０の
028315*　まま返す。
028320*
028325  計上日決定.
028330     MOVE 退避受注日 TO 計上受注日.
028335     CALL "締状態確認" USING 締確認サブシステム
028340                            計上受注日 締確認結果.
028345     IF 締確認結果 NOT = 0
028350       MOVE FUNCTION CURRENT-DATE TO 現在日時
028355       MOVE 現在日時１４(1:8) TO 計上受注日
028358       DISPLAY "原伝票の月は締め済のため"
028361               "当日付で計上します"
028365       CALL "締状態確認" USING 締確認サブシステム
028370                              計上受注日 締確認結果
028375     END-IF.
028380*
028400*　赤伝番号は登録簿の最終番号＋１。
028500*
028600  赤伝番号採番.
