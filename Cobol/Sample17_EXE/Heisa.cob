000600*　日・理由）をＲｏｏｍｍｓｔと同じ要領で保守する。閉鎖期間に
000700*　かかる既存の確定予約は取消バッチで履歴に取消として残し，
000800*　待ちの昇格は行わず，申込者へ予約取り直しの通知を残す。
000833*　取り消した予約に付いた仕出し・サービス注文（SHIDAYOY）も
000866*　取り消し，手配業者へ通知を残す。
000900*
001000*　新規の予約要求・待ちの昇格は閉鎖チェックサブルーチンで
001100*　閉鎖期間を拒否する。
007100 77  次閉鎖番号              PIC  9(04).
007200 77  対象閉鎖番号            PIC  9(04).
007300 77  取消件数                PIC  9(05).
007350 77  付帯取消件数            PIC  9(04).
007400 01  現在日時.
007500     02  現在日時１４        PIC  X(14).
007600     02  FILLER              PIC  X(07).
020100     SET 履歴取消 TO TRUE.
020200     REWRITE 予約履歴レコード.
020300     ADD 1 TO 取消件数.
020320     CLOSE 通知ファイル.
020340     CALL "付帯注文取消" USING 履歴予約番号
020360                               付帯取消件数.
020380     OPEN EXTEND 通知ファイル.
020400     MOVE SPACE TO 通知レコード.
020500     MOVE 現在日時１４ TO 通知日時.
020600     MOVE 履歴申込者   TO 通知宛先.
