000060*　この一覧の市区町村ごとの合計額をそのまま納付書に転記する。
000070*　マスタに無い従業員の控除額は「コード０」として報告し，
000080*　マスタ整備漏れが分かるようにする。
000082*　　転居により市区町村変更が予約されている従業員は，対象支給年月
000084*　が予約の適用年月以降なら新しい市区町村コードで集計する。
000090*
000100*                              Copyright 1998-2015 FUJITSU LIMITED
000110*=====================================================================
000390     02  市区町村コード      PIC  9(006).
000400     02  住民税６月額        PIC  9(007).
000410     02  住民税通常月額      PIC  9(007).
000412     02  新市区町村          PIC  9(006).
000414     02  新市区町村年月      PIC  9(006).
000420 FD  納付一覧ファイル.
000430 01  一覧行                  PIC  X(80).
000440 WORKING-STORAGE  SECTION.
001420         INVALID KEY
001430           MOVE 0 TO 対象コード
001440         NOT INVALID KEY
001442           MOVE 市区町村コード TO 対象コード
001444           IF 新市区町村年月 NOT = 0
001446              AND 新市区町村年月 <= 対象支給年月
001448              AND 新市区町村 NOT = 0
001450             MOVE 新市区町村 TO 対象コード
001452           END-IF
001460       END-READ
001470     END-IF.
001480*
