000600*　受け付け，承認者が承認待ち一覧から承認・却下する。承認で
000700*　確定となり，却下は理由付きで申込者へ通知（TSUCHI）される。
000800*　確定した予約だけが利用・課金の対象になる。
000833*　部門別予約枠（RSVWAKU）を超えた予約も，各予約経路から保留で
000866*　回ってきてここで承認・却下する。
000877*　却下した予約に付いた仕出し・サービス注文（SHIDAYOY）は取り
000888*　消し，手配業者へ通知を残す。
000900*
001000*            Copyright 1999-2015 FUJITSU LIMITED
001100*========================================================================
006200 77  走査終了フラグ          PIC  X(01).
006300     88  走査終了            VALUE "Y".
006400 77  次予約番号              PIC  9(06).
006450 77  承認予約番号            PIC  9(06).
006500 77  却下理由                PIC  X(40).
006600 77  重複フラグ              PIC  X(01).
006700     88  重複あり            VALUE "Y".
006800 77  重複走査終了フラグ      PIC  X(01).
006900     88  重複走査終了        VALUE "Y".
006920 77  関連会議室件数          PIC  9(02).
006940 77  関連添字                PIC  9(02).
006960 77  関連該当フラグ          PIC  X(01).
006980     88  関連会議室該当      VALUE "Y".
006982 77  枠検査部門コード        PIC  X(04).
006984 77  枠結果                  PIC  9(01).
006986 77  枠走査終了フラグ        PIC  X(01).
006988     88  枠走査終了          VALUE "Y".
006990 77  履歴使用分              PIC S9(05).
006992 77  部門使用分              PIC  9(08).
006994 77  部門会議室使用分        PIC  9(08).
006997 77  付帯取消件数            PIC  9(04).
007000 77  検査会議室番号          PIC  9(04).
007100 77  検査利用日              PIC  9(08).
007200 77  検査開始時刻            PIC  9(04).
007800 77  暦営業日数              PIC S9(05).
007900 77  暦結果                  PIC  9(01).
008000 77  暦続行確認              PIC  X(01).
008033 01  関連会議室表.
008066     02  関連会議室番号      PIC  9(04)  OCCURS 20.
008100 01  現在日時.
008200     02  現在日時１４        PIC  X(14).
008300     02  FILLER              PIC  X(07).
015600       DISPLAY "その時間帯は予約済です"
015700       GO TO 保留予約登録処理出口
015800     END-IF.
015820*　部門別予約枠を超える予約は承認待ち（保留）で受け付ける。
015840     DISPLAY "部門コードを入力してください".
015860     ACCEPT 枠検査部門コード FROM CONSOLE.
015880     PERFORM 部門枠チェック.
015900     MOVE 次予約番号     TO 履歴予約番号.
016000     MOVE 検査会議室番号 TO 履歴会議室番号.
016100     MOVE 検査利用日     TO 履歴利用日.
016300     MOVE 検査終了時刻   TO 履歴終了時刻.
016400     DISPLAY "申込者を入力してください".
016500     ACCEPT 履歴申込者 FROM CONSOLE.
016600     MOVE 枠検査部門コード TO 履歴部門コード.
016800     IF 要承認 OR 枠結果 NOT = 0
016900       SET 履歴保留 TO TRUE
016925       IF 枠結果 NOT = 0
016950         DISPLAY "部門の月間予約枠を超えています"
016975       END-IF
017000       DISPLAY "承認待ちで受け付けました"
017100     ELSE
017200       SET 履歴確定 TO TRUE
019500                   履歴会議室番号 " "
019600                   履歴利用日 " "
019700                   履歴開始時刻 "-" 履歴終了時刻
019766                   " " 履歴申込者
019832                   " " 履歴部門コード
019900         END-IF
020000     END-READ.
020100*
021100       DISPLAY "承認待ちの予約ではありません"
021200       GO TO 承認処理出口
021300     END-IF.
021305*　部門別予約枠を超える予約は，その旨を示したうえで承認する。
021310     MOVE 履歴予約番号   TO 承認予約番号.
021315     MOVE 履歴会議室番号 TO 検査会議室番号.
021320     MOVE 履歴利用日     TO 検査利用日.
021325     MOVE 履歴開始時刻   TO 検査開始時刻.
021330     MOVE 履歴終了時刻   TO 検査終了時刻.
021335     MOVE 履歴部門コード TO 枠検査部門コード.
021340     PERFORM 部門枠チェック.
021345     MOVE 承認予約番号 TO 履歴予約番号.
021350     READ 予約履歴ファイル
021355       INVALID KEY
021360         DISPLAY "予約番号が存在しません"
021365         GO TO 承認処理出口
021370     END-READ.
021375     IF 枠結果 NOT = 0
021380       DISPLAY "部門の月間予約枠を超える予約です"
021385     END-IF.
021400     SET 履歴確定 TO TRUE.
021500     REWRITE 予約履歴レコード.
021600     PERFORM 承認通知出力.
023500     ACCEPT 却下理由 FROM CONSOLE.
023600     SET 履歴却下 TO TRUE.
023700     REWRITE 予約履歴レコード.
023733     CALL "付帯注文取消" USING 履歴予約番号
023766                               付帯取消件数.
023800     PERFORM 却下通知出力.
023900     DISPLAY "却下しました".
024000*
027600*　・同一利用日で時間帯の重なる予約が無いか調べる。保留中の
027700*　予約は枠を塞がない。
027800*
027833*　組合せ会議室は全体と構成室を互いに衝突の対象とする。
027866*
027900 会議室重複チェック.
027933     CALL "関連会議室取得" USING 検査会議室番号
027966          関連会議室件数 関連会議室表.
028000     MOVE SPACE TO 重複フラグ.
028100     MOVE "N" TO 重複走査終了フラグ.
028200     MOVE 0 TO 履歴予約番号.
029200         SET 重複走査終了 TO TRUE
029300       NOT AT END
029400         IF 履歴確定
029600            AND 履歴利用日 = 検査利用日
029700            AND 履歴開始時刻 < 検査終了時刻
029800            AND 履歴終了時刻 > 検査開始時刻
029840           PERFORM 関連会議室照合
029880           IF 関連会議室該当
029920             SET 重複あり TO TRUE
029960           END-IF
030000         END-IF
030100     END-READ.
030108*
030116 関連会議室照合.
030124     MOVE SPACE TO 関連該当フラグ.
030132     PERFORM 関連会議室比較
030140         VARYING 関連添字 FROM 1 BY 1
030148         UNTIL 関連添字 > 関連会議室件数.
030156*
030164 関連会議室比較.
030172     IF 関連会議室番号(関連添字)
030176        = 履歴会議室番号
030180       SET 関連会議室該当 TO TRUE
030188     END-IF.
030200*
030300 履歴先頭設定.
030400     MOVE "N" TO 走査終了フラグ.
032000       NOT AT END
032100         COMPUTE 次予約番号 = 履歴予約番号 + 1
032200     END-READ.
032300*
032400*　申込部門の当月の確定時間（全会議室・当該会議室）に今回の
032500*　時間を加えて部門別予約枠と照らす。結果（０：枠内／１：全
032600*　会議室枠超過／２：会議室枠超過）を枠結果に返す。
032700*
032800 部門枠チェック.
032900     MOVE 0 TO 枠結果.
033000     IF 枠検査部門コード = SPACE
033100       EXIT PARAGRAPH
033200     END-IF.
033300     MOVE 0 TO 部門使用分 部門会議室使用分.
033400     MOVE "N" TO 枠走査終了フラグ.
033500     MOVE 0 TO 履歴予約番号.
033600     START 予約履歴ファイル KEY > 履歴予約番号
033700       INVALID KEY
033800         SET 枠走査終了 TO TRUE
033900     END-START.
034000     PERFORM 部門枠明細 UNTIL 枠走査終了.
034100     COMPUTE 履歴使用分 =
034200         FUNCTION INTEGER(検査終了時刻 / 100) * 60
034300       + FUNCTION MOD(検査終了時刻 100)
034400       - FUNCTION INTEGER(検査開始時刻 / 100) * 60
034500       - FUNCTION MOD(検査開始時刻 100).
034600     ADD 履歴使用分 TO 部門使用分
034700                       部門会議室使用分.
034800     CALL "予約枠判定" USING 枠検査部門コード
034900          検査会議室番号 部門使用分
035000          部門会議室使用分 枠結果.
035100*
035200 部門枠明細.
035300     READ 予約履歴ファイル NEXT RECORD
035400       AT END
035500         SET 枠走査終了 TO TRUE
035600       NOT AT END
035700         IF 履歴確定
035800            AND 履歴部門コード = 枠検査部門コード
035900            AND 履歴利用日(1:6) = 検査利用日(1:6)
036000           PERFORM 部門使用時間積上
036100         END-IF
036200     END-READ.
036300*
036400 部門使用時間積上.
036500     COMPUTE 履歴使用分 =
036600         FUNCTION INTEGER(履歴終了時刻 / 100) * 60
036700       + FUNCTION MOD(履歴終了時刻 100)
036800       - FUNCTION INTEGER(履歴開始時刻 / 100) * 60
036900       - FUNCTION MOD(履歴開始時刻 100).
037000     IF 履歴使用分 > 0
037100       ADD 履歴使用分 TO 部門使用分
037200       IF 履歴会議室番号 = 検査会議室番号
037300         ADD 履歴使用分 TO 部門会議室使用分
037400       END-IF
037500     END-IF.
