000800*               ファイル（WEBUSER）へ登録し，ユーザ口座対応
000900*               （WEBKOZA）も申請の貯金番号で起こす。却下は
001000*               理由を付け，申請者には再申請時に示される。
001020*               承認時に申請の受取方法で第二認証（ワンタイム
001040*               コード）を発行し，コードカードは印刷する。利用者
001060*               の第二認証の再発行（紛失・連絡先変更）と解除
001080*               （失敗回数とロックの解除）もここで行う。
001100*
001200* Copyright 2000-2015 FUJITSU LIMITED
001300*=================================================================
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  登録申請ファイル.
004600     COPY WEBPEND.
005600 FD  利用者ファイル.
005700 01  利用者レコード.
005800     03  利用者ID          PIC X(32).
008500    88 一覧終了           VALUE "Y".
008600 01 口座既存フラグ        PIC X(01).
008700 01 利用者既存フラグ      PIC X(01).
008720 01 対象ユーザID          PIC X(32).
008740 01 再発行方式            PIC X(01).
008760 01 再発行連絡先          PIC X(40).
008780 01 第二認証返却値        PIC 9(09) COMP-5.
008800 PROCEDURE DIVISION.
008900 審査開始.
009000     OPEN I-O 登録申請ファイル.
010800 審査メニュー処理.
010900     DISPLAY "利用者登録審査".
011000     DISPLAY "1:審査待ち一覧 2:承認 3:却下 9:終了".
011050     DISPLAY "4:第二認証再発行 5:第二認証解除".
011100     ACCEPT 処理区分 FROM CONSOLE.
011200     EVALUATE 処理区分
011300       WHEN 1
011700           THRU 承認処理出口
011800       WHEN 3
011900         PERFORM 却下処理
011916       WHEN 4
011932         PERFORM 第二認証再発行処理
011948           THRU 第二認証再発行処理出口
011964       WHEN 5
011980         PERFORM 第二認証解除処理
012000       WHEN 9
012100         MOVE 9 TO 終了区分
012200     END-EVALUATE.
019800         WRITE ユーザ口座対応レコード
019900     END-IF.
020000*
020008*  第二認証は申請の受取方法で発行する。受取方法の無い申請は
020016*  コードカードとする。
020024     IF NOT 連絡先送付
020032         SET コードカード TO TRUE
020040     END-IF.
020048     CALL "第二認証発行" USING 申請ユーザID
020049          申請認証方式
020056          申請連絡先 RETURNING 第二認証返却値.
020064     IF 第二認証返却値 NOT = 0
020072         DISPLAY "第二認証を発行できません"
020080         DISPLAY "再発行で発行し直してください"
020088     END-IF.
020100     SET 承認済 TO TRUE.
020200     REWRITE 登録申請レコード.
020300     DISPLAY "承認しました：" 利用者ID.
021800         REWRITE 登録申請レコード
021900         DISPLAY "却下しました"
022000     END-READ.
022100*
022200*  紛失・連絡先変更のときは第二認証を発行し直す。前のカードと
022300*  要求中のコードは使えなくなる。
022400*
022500 第二認証再発行処理.
022600     DISPLAY "ユーザIDを入力してください".
022700     ACCEPT 対象ユーザID FROM CONSOLE.
022800     MOVE 対象ユーザID TO 利用者ID.
022900     READ 利用者ファイル
023000       INVALID KEY
023100         DISPLAY "未承認の利用者です"
023200         GO TO 第二認証再発行処理出口
023300     END-READ.
023400     DISPLAY "1:連絡先へ送付 2:コードカード".
023500     ACCEPT 再発行方式 FROM CONSOLE.
023600     MOVE SPACE TO 再発行連絡先.
023700     IF 再発行方式 = "1"
023800         DISPLAY "連絡先を入力してください"
023900         ACCEPT 再発行連絡先 FROM CONSOLE
024000     END-IF.
024100     CALL "第二認証発行" USING 対象ユーザID
024101          再発行方式
024200          再発行連絡先 RETURNING 第二認証返却値.
024300     EVALUATE 第二認証返却値
024400       WHEN 0
024500         DISPLAY "再発行しました"
024600       WHEN 7
024700         DISPLAY "受取方法に誤りがあります"
024800       WHEN OTHER
024900         DISPLAY "第二認証ファイル更新エラー"
025000     END-EVALUATE.
025100*
025200 第二認証再発行処理出口.
025300     EXIT.
025400*
025500*  コードの失敗でロックされた利用者の本人確認後に，失敗回数と
025600*  ロックを解除する。
025700*
025800 第二認証解除処理.
025900     DISPLAY "解除するユーザIDを入力してください".
026000     ACCEPT 対象ユーザID FROM CONSOLE.
026100     CALL "第二認証解除" USING 対象ユーザID
026200          RETURNING 第二認証返却値.
026300     EVALUATE 第二認証返却値
026400       WHEN 0
026500         DISPLAY "解除しました"
026600       WHEN 1
026700         DISPLAY "第二認証が未登録です"
026800       WHEN OTHER
026900         DISPLAY "第二認証ファイル更新エラー"
027000     END-EVALUATE.
027100 END PROGRAM W_USRADM.
