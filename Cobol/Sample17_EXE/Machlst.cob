000500*　満室で断られた予約要求を待ち行列へ登録し，取消等で枠が空いた
000600*　ときに先頭の待ちを確定予約へ昇格する。昇格した申込者には次回
000700*　利用時に表示される通知（TSUCHI）を残す。
000733*　要承認の会議室や部門別予約枠（RSVWAKU）を超える昇格は確定
000766*　させず，承認待ち（保留）で起こして承認（SHONIN）へ回す。
000800*
000900*            Copyright 1999-2015 FUJITSU LIMITED
001000*========================================================================
007500     88  重複あり            VALUE "Y".
007600 77  重複走査終了フラグ      PIC  X(01).
007700     88  重複走査終了        VALUE "Y".
007720 77  関連会議室件数          PIC  9(02).
007740 77  関連添字                PIC  9(02).
007760 77  関連該当フラグ          PIC  X(01).
007780     88  関連会議室該当      VALUE "Y".
007782 77  枠検査部門コード        PIC  X(04).
007784 77  枠結果                  PIC  9(01).
007786 77  枠走査終了フラグ        PIC  X(01).
007788     88  枠走査終了          VALUE "Y".
007790 77  履歴使用分              PIC S9(05).
007792 77  部門使用分              PIC  9(08).
007794 77  部門会議室使用分        PIC  9(08).
007800 77  検査会議室番号          PIC  9(04).
007900 77  検査利用日              PIC  9(08).
008000 77  検査開始時刻            PIC  9(04).
008700 77  暦結果                  PIC  9(01).
008800 77  暦続行確認              PIC  X(01).
008810 77  閉鎖結果                PIC  9(01).
008840 01  関連会議室表.
008870     02  関連会議室番号      PIC  9(04)  OCCURS 20.
008900 01  現在日時.
009000     02  現在日時１４        PIC  X(14).
009100     02  FILLER              PIC  X(07).
023960       INVALID KEY
023970         MOVE SPACE TO 承認要否
023980     END-READ.
023984*　部門別予約枠を超える昇格も承認待ち（保留）で起こす。
023992     MOVE 待ち部門コード TO 枠検査部門コード.
023996     PERFORM 部門枠チェック.
024000     PERFORM 予約番号採番.
024100     MOVE 次予約番号       TO 履歴予約番号.
024200     MOVE 待ち会議室番号   TO 履歴会議室番号.
024500     MOVE 待ち終了時刻     TO 履歴終了時刻.
024600     MOVE 待ち申込者       TO 履歴申込者.
024700     MOVE 待ち部門コード   TO 履歴部門コード.
024800     IF 要承認 OR 枠結果 NOT = 0
024810       SET 履歴保留 TO TRUE
024820       MOVE "Y" TO 昇格保留フラグ
024830     ELSE
028600*　確定済の予約だけを衝突の対象として，同一会議室・同一利用
028700*　日で時間帯の重なる予約が無いか調べる。
028800*
028833*　組合せ会議室は全体と構成室を互いに衝突の対象とする。
028866*
028900 会議室重複チェック.
028933     CALL "関連会議室取得" USING 検査会議室番号
028966          関連会議室件数 関連会議室表.
029000     MOVE SPACE TO 重複フラグ.
029100     MOVE "N" TO 重複走査終了フラグ.
029200     MOVE 0 TO 履歴予約番号.
030200         SET 重複走査終了 TO TRUE
030300       NOT AT END
030400         IF 履歴確定
030600            AND 履歴利用日 = 検査利用日
030700            AND 履歴開始時刻 < 検査終了時刻
030800            AND 履歴終了時刻 > 検査開始時刻
030840           PERFORM 関連会議室照合
030880           IF 関連会議室該当
030920             SET 重複あり TO TRUE
030960           END-IF
031000         END-IF
031100     END-READ.
031108*
031116 関連会議室照合.
031124     MOVE SPACE TO 関連該当フラグ.
031132     PERFORM 関連会議室比較
031140         VARYING 関連添字 FROM 1 BY 1
031148         UNTIL 関連添字 > 関連会議室件数.
031156*
031164 関連会議室比較.
031172     IF 関連会議室番号(関連添字)
031176        = 履歴会議室番号
031180       SET 関連会議室該当 TO TRUE
031188     END-IF.
031200*
031300 待ち番号採番.
031400     MOVE 1 TO 次待ち番号.
034000       NOT AT END
034100         COMPUTE 次予約番号 = 履歴予約番号 + 1
034200     END-READ.
034300*
034400*　申込部門の当月の確定時間（全会議室・当該会議室）に今回の
034500*　時間を加えて部門別予約枠と照らす。結果（０：枠内／１：全
034600*　会議室枠超過／２：会議室枠超過）を枠結果に返す。
034700*
034800 部門枠チェック.
034900     MOVE 0 TO 枠結果.
035000     IF 枠検査部門コード = SPACE
035100       EXIT PARAGRAPH
035200     END-IF.
035300     MOVE 0 TO 部門使用分 部門会議室使用分.
035400     MOVE "N" TO 枠走査終了フラグ.
035500     MOVE 0 TO 履歴予約番号.
035600     START 予約履歴ファイル KEY > 履歴予約番号
035700       INVALID KEY
035800         SET 枠走査終了 TO TRUE
035900     END-START.
036000     PERFORM 部門枠明細 UNTIL 枠走査終了.
036100     COMPUTE 履歴使用分 =
036200         FUNCTION INTEGER(検査終了時刻 / 100) * 60
036300       + FUNCTION MOD(検査終了時刻 100)
036400       - FUNCTION INTEGER(検査開始時刻 / 100) * 60
036500       - FUNCTION MOD(検査開始時刻 100).
036600     ADD 履歴使用分 TO 部門使用分
036700                       部門会議室使用分.
036800     CALL "予約枠判定" USING 枠検査部門コード
036900          検査会議室番号 部門使用分
037000          部門会議室使用分 枠結果.
037100*
037200 部門枠明細.
037300     READ 予約履歴ファイル NEXT RECORD
037400       AT END
037500         SET 枠走査終了 TO TRUE
037600       NOT AT END
037700         IF 履歴確定
037800            AND 履歴部門コード = 枠検査部門コード
037900            AND 履歴利用日(1:6) = 検査利用日(1:6)
038000           PERFORM 部門使用時間積上
038100         END-IF
038200     END-READ.
038300*
038400 部門使用時間積上.
038500     COMPUTE 履歴使用分 =
038600         FUNCTION INTEGER(履歴終了時刻 / 100) * 60
038700       + FUNCTION MOD(履歴終了時刻 100)
038800       - FUNCTION INTEGER(履歴開始時刻 / 100) * 60
038900       - FUNCTION MOD(履歴開始時刻 100).
039000     IF 履歴使用分 > 0
039100       ADD 履歴使用分 TO 部門使用分
039200       IF 履歴会議室番号 = 検査会議室番号
039300         ADD 履歴使用分 TO 部門会議室使用分
039400       END-IF
039500     END-IF.
