000110*　　入力様式（１行１名，固定桁）
000120*　　　従業員番号 9(4)／対象年月 9(6)／出勤日数 9(2)／
000130*　　　残業時間 9(3)V9 （小数点なし４桁）／欠勤日数 9(2)
000132*　　　／有給日数 9(2)／労働時間 9(3)V9／深夜時間 9(3)V9／
000134*　　　法定休日労働時間 9(3)V9。深夜・休日の欄が空白の行は
000136*　　　０とする。６０時間超の残業時間は残業時間から求める。
000140*
000150*                              Copyright 1998-2015 FUJITSU LIMITED
000160*=====================================================================
000490     02  入力欠勤日数        PIC  X(002).
000495     02  入力有給日数        PIC  X(002).
000497     02  入力労働時間        PIC  X(004).
000498     02  入力深夜時間        PIC  X(004).
000499     02  入力休日時間        PIC  X(004).
000500 FD  勤怠確定ファイル.
000510 01  勤怠確定レコード.
000520     02  勤怠キー.
000570     02  勤怠欠勤日数        PIC  9(002).
000575     02  勤怠有給日数        PIC  9(002).
000577     02  勤怠労働時間        PIC  9(003)V9(1).
000578     02  勤怠深夜時間        PIC  9(003)V9(1).
000579     02  勤怠休日時間        PIC  9(003)V9(1).
000581     02  勤怠六十超時間      PIC  9(003)V9(1).
000582     02  勤怠フレックス実働  PIC  9(003)V9(1).
000583     02  勤怠フレックス総枠  PIC  9(003)V9(1).
000585     02  勤怠フレックス超過  PIC  9(003)V9(1).
000587 FD  社員マスタファイル.
000590     COPY SHAINMR.
000600 FD  エラーリストファイル.
000610 01  エラーリスト行          PIC  X(80).
000710 01  エラー理由              PIC  X(36).
000720 01  入力残業時間数値        PIC  9(003)V9(1).
000722 01  入力労働時間数値        PIC  9(003)V9(1).
000724 01  入力深夜時間数値        PIC  9(003)V9(1).
000726 01  入力休日時間数値        PIC  9(003)V9(1).
000728 01  六十時間                PIC  9(003)V9(1) VALUE 060.0.
000730 01  既存フラグ              PIC  X(01).
000731 01  有給残状態              PIC  X(02).
000732     88  有給残正常          VALUE "00" "05".
001444         FUNCTION NUMVAL(入力労働時間) / 10.
001446     IF 入力労働時間数値 > 400.0
001448       MOVE "労働時間が範囲外です" TO エラー理由
001449       GO TO 入力行検査出口
001450     END-IF.
001451     MOVE 0 TO 入力深夜時間数値.
001452     MOVE 0 TO 入力休日時間数値.
001453     IF 入力深夜時間 NOT = SPACE
001454       IF 入力深夜時間 NOT NUMERIC
001455         MOVE "深夜時間が数字以外です"
001456           TO エラー理由
001457         GO TO 入力行検査出口
001458       END-IF
001459       COMPUTE 入力深夜時間数値 =
001460           FUNCTION NUMVAL(入力深夜時間) / 10
001461     END-IF.
001462     IF 入力休日時間 NOT = SPACE
001463       IF 入力休日時間 NOT NUMERIC
001464         MOVE "休日時間が数字以外です"
001465           TO エラー理由
001466         GO TO 入力行検査出口
001467       END-IF
001468       COMPUTE 入力休日時間数値 =
001469           FUNCTION NUMVAL(入力休日時間) / 10
001470     END-IF.
001471     IF 入力深夜時間数値 > 入力労働時間数値
001472        OR 入力休日時間数値 > 入力労働時間数値
001473       MOVE "深夜休日が労働時間超過"
001474         TO エラー理由
001475     END-IF.
001476*
001477 入力行検査出口.
001478     EXIT.
001480*
001490 勤怠確定登録.
001500     MOVE 入力従業員番号 TO 勤怠従業員番号.
001610     MOVE 入力欠勤日数   TO 勤怠欠勤日数.
001615     MOVE 入力有給日数   TO 勤怠有給日数.
001617     MOVE 入力労働時間数値 TO 勤怠労働時間.
001618     MOVE 入力深夜時間数値 TO 勤怠深夜時間.
001619     MOVE 入力休日時間数値 TO 勤怠休日時間.
001620     IF 入力残業時間数値 > 六十時間
001621       COMPUTE 勤怠六十超時間 =
001622           入力残業時間数値 - 六十時間
001623     ELSE
001624       MOVE 0 TO 勤怠六十超時間
001626     END-IF.
001627     MOVE 0 TO 勤怠フレックス実働
001629               勤怠フレックス総枠
001631               勤怠フレックス超過.
001633     IF 既存フラグ = "Y"
001635       REWRITE 勤怠確定レコード
001640     ELSE
001650       WRITE 勤怠確定レコード
001660     END-IF.
