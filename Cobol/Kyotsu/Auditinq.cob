000100*=================================================================
000200*　共通：マスタ変更履歴照会
000300*
000400*　　監査ジャーナル（AUDITJNL）から，マスタ名とキーを指定した
000500*　１レコードの登録から削除までの変更履歴を時系列に表示する。
000600*　誰がいつ何をどう変えたかを変更前後の内容で確かめられる。
000700*　日次のマスタ別変更報告はAUDITRPTが出す。
000800*
000900*     Copyright 1992-2015 FUJITSU LIMITED
001000*=================================================================
001100 IDENTIFICATION DIVISION.
001200  PROGRAM-ID. AUDITINQ.
001300 ENVIRONMENT DIVISION.
001400 INPUT-OUTPUT SECTION.
001500 FILE-CONTROL.
001600     SELECT OPTIONAL 監査ジャーナルファイル
001700       ASSIGN TO "AUDITJNL"
001800       ORGANIZATION IS LINE SEQUENTIAL
001900       FILE STATUS  IS 監査ジャーナル状態.
002000 DATA DIVISION.
002100 FILE SECTION.
002200 FD  監査ジャーナルファイル.
002300 01  監査ジャーナルレコード.
002400     02  監査記録日時        PIC  X(14).
002500     02  監査記録担当者      PIC  X(08).
002600     02  監査記録マスタ      PIC  X(08).
002700     02  監査記録キー        PIC  X(20).
002800     02  監査記録区分        PIC  X(02).
002900         88  監査登録        VALUE "10".
003000         88  監査変更        VALUE "20".
003100         88  監査削除        VALUE "30".
003200     02  監査記録変更前      PIC  X(200).
003300     02  監査記録変更後      PIC  X(200).
003400 WORKING-STORAGE SECTION.
003500 77  監査ジャーナル状態      PIC  X(02).
003600     88  監査ジャーナル正常  VALUE "00" "05".
003700 77  処理区分                PIC  9(01).
003800 77  終了区分                PIC  9(01)  VALUE 0.
003900     88  照会終了            VALUE 9.
004000 77  走査終了フラグ          PIC  X(01).
004100     88  走査終了            VALUE "Y".
004200 77  照会マスタ名            PIC  X(08).
004300 77  照会キー                PIC  X(20).
004400 77  該当件数                PIC  9(05).
004500 77  区分名称                PIC  X(06).
004600*
004700 PROCEDURE DIVISION.
004800     PERFORM 照会メニュー処理 UNTIL 照会終了.
004900     STOP RUN.
005000*
005100 照会メニュー処理.
005200     DISPLAY "マスタ変更履歴照会".
005300     DISPLAY "1:キー別履歴 9:終了".
005400     ACCEPT 処理区分 FROM CONSOLE.
005500     EVALUATE 処理区分
005600       WHEN 1
005700         PERFORM 履歴照会処理
005800       WHEN 9
005900         MOVE 9 TO 終了区分
006000     END-EVALUATE.
006100*
006200*　マスタ名は保守プログラムが割り当てるファイル名（TOKUIM・
006266*　SHAINMなど，商品マスタはSYOHINM），キーはそのマスタの
006332*　レコードキーを入れる。
006400*
006500 履歴照会処理.
006600     DISPLAY "マスタ名を入力(例:TOKUIM)".
006700     ACCEPT 照会マスタ名 FROM CONSOLE.
006800     DISPLAY "キーを入力してください".
006900     ACCEPT 照会キー FROM CONSOLE.
007000     MOVE 0 TO 該当件数.
007100     MOVE "N" TO 走査終了フラグ.
007200     OPEN INPUT 監査ジャーナルファイル.
007300     IF NOT 監査ジャーナル正常
007400       SET 走査終了 TO TRUE
007500     END-IF.
007600     PERFORM 履歴明細 UNTIL 走査終了.
007700     CLOSE 監査ジャーナルファイル.
007800     IF 該当件数 = 0
007900       DISPLAY "変更履歴がありません"
008000     ELSE
008100       DISPLAY "変更履歴：" 該当件数 "件"
008200     END-IF.
008300*
008400 履歴明細.
008500     READ 監査ジャーナルファイル
008600       AT END
008700         SET 走査終了 TO TRUE
008800       NOT AT END
008900         IF 監査記録マスタ = 照会マスタ名
009000            AND 監査記録キー = 照会キー
009100           PERFORM 履歴表示
009200         END-IF
009300     END-READ.
009400*
009500 履歴表示.
009600     ADD 1 TO 該当件数.
009700     EVALUATE TRUE
009800       WHEN 監査登録
009900         MOVE "登録" TO 区分名称
010000       WHEN 監査削除
010100         MOVE "削除" TO 区分名称
010200       WHEN OTHER
010300         MOVE "変更" TO 区分名称
010400     END-EVALUATE.
010500     DISPLAY 監査記録日時 " " 区分名称
010600             " 担当:" 監査記録担当者.
010700     IF NOT 監査登録
010800       DISPLAY "  前：" 監査記録変更前
010900     END-IF.
011000     IF NOT 監査削除
011100       DISPLAY "  後：" 監査記録変更後
011200     END-IF.
