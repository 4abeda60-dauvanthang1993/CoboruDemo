000900*               利用者承認確認サブルーチンが拒否する。却下
001000*               された申請者には次回の申請時に却下理由を示し，
001100*               内容を直して再申請できる。
001133*               申請時に第二認証（ワンタイムコード）の受取方法
001166*               （登録連絡先への送付かコードカード）を選ぶ。
001200*
001300* Copyright 2000-2015 FUJITSU LIMITED
001400*=================================================================
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  登録申請ファイル.
003500     COPY WEBPEND.
004500 FD  利用者ファイル.
004600 01  利用者レコード.
004700     03  利用者ID          PIC X(32).
012800     ACCEPT 申請貯金番号 FROM CONSOLE.
012900     MOVE FUNCTION CURRENT-DATE(1:14) TO 申請日時.
013000     SET 審査待ち TO TRUE.
013009     DISPLAY "第二認証の受取方法を選択".
013018     DISPLAY "1:連絡先へ送付 2:コードカード".
013027     ACCEPT 申請認証方式 FROM CONSOLE.
013036     MOVE SPACE TO 申請連絡先.
013045     IF 連絡先送付
013054         DISPLAY "連絡先を入力してください"
013063         ACCEPT 申請連絡先 FROM CONSOLE
013072     ELSE
013081         SET コードカード TO TRUE
013090     END-IF.
013100     MOVE SPACE TO 却下理由.
013200 END PROGRAM W_USRREG.
013300*
016100 DATA DIVISION.
016200 FILE SECTION.
016300 FD  登録申請ファイル.
016400     COPY WEBPEND.
017200 FD  利用者ファイル.
017300 01  利用者レコード.
017400     03  利用者ID          PIC X(32).
