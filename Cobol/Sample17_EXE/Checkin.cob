000700*　予約を不泊として解放する。解放した枠に待ち行列があれば先頭
000800*　を確定予約へ昇格し，申込者へ通知を残す。不泊は履歴に残り，
000900*　利用状況報告（RIYORPT）と部門課金（SEIKYU17）に現れる。
000933*　部門別予約枠（RSVWAKU）を超える昇格は承認待ち（保留）で起こ
000966*　す。
000977*　不泊として解放した予約の仕出し・サービス注文（SHIDAYOY）は
000988*　取り消し，手配業者へ通知を残す。
001000*
001100*            Copyright 1999-2015 FUJITSU LIMITED
001200*========================================================================
008470 77  閉鎖結果                PIC  9(01).
008500 77  重複走査終了フラグ      PIC  X(01).
008600     88  重複走査終了        VALUE "Y".
008620 77  関連会議室件数          PIC  9(02).
008640 77  関連添字                PIC  9(02).
008660 77  関連該当フラグ          PIC  X(01).
008680     88  関連会議室該当      VALUE "Y".
008682 77  枠検査部門コード        PIC  X(04).
008684 77  枠結果                  PIC  9(01).
008686 77  枠走査終了フラグ        PIC  X(01).
008688     88  枠走査終了          VALUE "Y".
008690 77  履歴使用分              PIC S9(05).
008692 77  部門使用分              PIC  9(08).
008694 77  部門会議室使用分        PIC  9(08).
008697 77  付帯取消件数            PIC  9(04).
008700 77  検査会議室番号          PIC  9(04).
008800 77  検査利用日              PIC  9(08).
008900 77  検査開始時刻            PIC  9(04).
009000 77  検査終了時刻            PIC  9(04).
009033 01  関連会議室表.
009066     02  関連会議室番号      PIC  9(04)  OCCURS 20.
009100 01  現在日時.
009200     02  現在日時８          PIC  9(08).
009300     02  現在時               PIC  9(02).
018280     END-IF.
018300     SET 履歴不泊 TO TRUE.
018400     REWRITE 予約履歴レコード.
018433     CALL "付帯注文取消" USING 履歴予約番号
018466                               付帯取消件数.
018500     ADD 1 TO 解放件数.
018600     MOVE 履歴予約番号   TO 再開予約番号.
018700     MOVE 履歴会議室番号 TO 解放会議室番号.
027860       INVALID KEY
027870         MOVE SPACE TO 承認要否
027880     END-READ.
027885*　部門別予約枠を超える昇格も承認待ち（保留）で起こす。
027890     MOVE 待ち部門コード TO 枠検査部門コード.
027895     PERFORM 部門枠チェック.
027900     PERFORM 予約番号採番.
028000     MOVE 次予約番号       TO 履歴予約番号.
028100     MOVE 待ち会議室番号   TO 履歴会議室番号.
028400     MOVE 待ち終了時刻     TO 履歴終了時刻.
028500     MOVE 待ち申込者       TO 履歴申込者.
028600     MOVE 待ち部門コード   TO 履歴部門コード.
028700     IF 要承認 OR 枠結果 NOT = 0
028710       SET 履歴保留 TO TRUE
028720       MOVE "Y" TO 昇格保留フラグ
028730     ELSE
031400*　確定済の予約だけを衝突の対象として，同一会議室・同一利用
031500*　日で時間帯の重なる予約が無いか調べる。
031600*
031633*　組合せ会議室は全体と構成室を互いに衝突の対象とする。
031666*
031700 会議室重複チェック.
031733     CALL "関連会議室取得" USING 検査会議室番号
031766          関連会議室件数 関連会議室表.
031800     MOVE SPACE TO 重複フラグ.
031900     MOVE "N" TO 重複走査終了フラグ.
032000     MOVE 0 TO 履歴予約番号.
033000         SET 重複走査終了 TO TRUE
033100       NOT AT END
033200         IF 履歴確定
033400            AND 履歴利用日 = 検査利用日
033500            AND 履歴開始時刻 < 検査終了時刻
033600            AND 履歴終了時刻 > 検査開始時刻
033640           PERFORM 関連会議室照合
033680           IF 関連会議室該当
033720             SET 重複あり TO TRUE
033760           END-IF
033800         END-IF
033900     END-READ.
033908*
033916 関連会議室照合.
033924     MOVE SPACE TO 関連該当フラグ.
033932     PERFORM 関連会議室比較
033940         VARYING 関連添字 FROM 1 BY 1
033948         UNTIL 関連添字 > 関連会議室件数.
033956*
033964 関連会議室比較.
033972     IF 関連会議室番号(関連添字)
033976        = 履歴会議室番号
033980       SET 関連会議室該当 TO TRUE
033988     END-IF.
034000*
034010*　対象予約の来客の到着状況を調べる。
034020*
036300       NOT AT END
036400         COMPUTE 次予約番号 = 履歴予約番号 + 1
036500     END-READ.
036600*
036700*　申込部門の当月の確定時間（全会議室・当該会議室）に今回の
036800*　時間を加えて部門別予約枠と照らす。結果（０：枠内／１：全
036900*　会議室枠超過／２：会議室枠超過）を枠結果に返す。
037000*
037100 部門枠チェック.
037200     MOVE 0 TO 枠結果.
037300     IF 枠検査部門コード = SPACE
037400       EXIT PARAGRAPH
037500     END-IF.
037600     MOVE 0 TO 部門使用分 部門会議室使用分.
037700     MOVE "N" TO 枠走査終了フラグ.
037800     MOVE 0 TO 履歴予約番号.
037900     START 予約履歴ファイル KEY > 履歴予約番号
038000       INVALID KEY
038100         SET 枠走査終了 TO TRUE
038200     END-START.
038300     PERFORM 部門枠明細 UNTIL 枠走査終了.
038400     COMPUTE 履歴使用分 =
038500         FUNCTION INTEGER(検査終了時刻 / 100) * 60
038600       + FUNCTION MOD(検査終了時刻 100)
038700       - FUNCTION INTEGER(検査開始時刻 / 100) * 60
038800       - FUNCTION MOD(検査開始時刻 100).
038900     ADD 履歴使用分 TO 部門使用分
039000                       部門会議室使用分.
039100     CALL "予約枠判定" USING 枠検査部門コード
039200          検査会議室番号 部門使用分
039300          部門会議室使用分 枠結果.
039400*
039500 部門枠明細.
039600     READ 予約履歴ファイル NEXT RECORD
039700       AT END
039800         SET 枠走査終了 TO TRUE
039900       NOT AT END
040000         IF 履歴確定
040100            AND 履歴部門コード = 枠検査部門コード
040200            AND 履歴利用日(1:6) = 検査利用日(1:6)
040300           PERFORM 部門使用時間積上
040400         END-IF
040500     END-READ.
040600*
040700 部門使用時間積上.
040800     COMPUTE 履歴使用分 =
040900         FUNCTION INTEGER(履歴終了時刻 / 100) * 60
041000       + FUNCTION MOD(履歴終了時刻 100)
041100       - FUNCTION INTEGER(履歴開始時刻 / 100) * 60
041200       - FUNCTION MOD(履歴開始時刻 100).
041300     IF 履歴使用分 > 0
041400       ADD 履歴使用分 TO 部門使用分
041500       IF 履歴会議室番号 = 検査会議室番号
041600         ADD 履歴使用分 TO 部門会議室使用分
041700       END-IF
041800     END-IF.
