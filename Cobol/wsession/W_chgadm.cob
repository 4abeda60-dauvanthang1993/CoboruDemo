000100*=================================================================
000200* 「セション管理機能を使用するWebアプリケーション」
000300*
000400*  ファイル名： W_chgadm.cob
000500*  機能概要  ： 住所・電話番号変更申請の窓口審査。Webから
000600*               受け付けた審査待ちの変更申請（WEBCHG）を一覧し，
000700*               申請者の本人確認を済ませてから承認または却下
000800*               する。承認すると顧客マスタ（KOKYAKU）の住所・
000900*               電話番号を申請の値に更新し，変更前後の顧客
001000*               レコードを監査ジャーナル（AUDITJNL）へマスタ名
001100*               KOKYAKUで残す。却下は理由を付ける。結果は申請者
001200*               の次回ログイン時に示される。
001300*
001400* Copyright 2000-2015 FUJITSU LIMITED
001500*=================================================================
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. W_CHGADM.
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002100     SELECT OPTIONAL 変更申請ファイル
002200       ASSIGN TO "WEBCHG"
002300       ORGANIZATION IS INDEXED
002400       ACCESS MODE  IS DYNAMIC
002500       RECORD KEY   IS 変更ユーザID
002600       FILE STATUS  IS 変更申請ファイル状態.
002700     SELECT 顧客マスタファイル
002800       ASSIGN TO "KOKYAKU.DAT"
002900       ORGANIZATION IS INDEXED
003000       ACCESS MODE  IS RANDOM
003100       RECORD KEY   IS 顧客番号
003200       FILE STATUS  IS 顧客ファイル状態.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  変更申請ファイル.
003600 01  変更申請レコード.
003700     03  変更ユーザID      PIC X(32).
003800     03  変更貯金番号      PIC 9(05).
003900     03  変更顧客番号      PIC 9(05).
004000     03  変更前住所        PIC N(20).
004100     03  変更前電話番号    PIC X(12).
004200     03  新住所            PIC N(20).
004300     03  新電話番号        PIC X(12).
004400     03  変更申請日時      PIC X(14).
004500     03  変更申請状態      PIC X(01).
004600         88  審査待ち      VALUE "0".
004700         88  承認済        VALUE "1".
004800         88  却下          VALUE "2".
004900     03  却下理由          PIC X(40).
005000     03  審査担当者        PIC X(08).
005100     03  審査日時          PIC X(14).
005200     03  結果通知区分      PIC X(01).
005300         88  結果通知済    VALUE "1".
005400 FD  顧客マスタファイル.
005500 01  顧客マスタレコード.
005600     03  顧客番号          PIC 9(05).
005700     03  顧客氏名          PIC N(06).
005800     03  顧客カナ          PIC X(12).
005900     03  顧客住所          PIC N(20).
006000     03  顧客電話番号      PIC X(12).
006100     03  顧客生年月日      PIC 9(08).
006200     03  本人確認区分      PIC X(01).
006300 WORKING-STORAGE SECTION.
006400 01 変更申請ファイル状態  PIC X(02) VALUE SPACE.
006500    88 変更申請ファイル正常 VALUE "00" "05".
006600 01 顧客ファイル状態      PIC X(02) VALUE SPACE.
006700    88 顧客ファイル正常   VALUE "00".
006800 01 処理区分              PIC 9(01).
006900 01 終了区分              PIC 9(01) VALUE 0.
007000    88 審査終了           VALUE 9.
007100 01 一覧終了フラグ        PIC X(01).
007200    88 一覧終了           VALUE "Y".
007300 01 本人確認応答          PIC X(01).
007400     COPY AUDITP REPLACING ==:MASTER:== BY =="KOKYAKU"==.
008100 PROCEDURE DIVISION.
008200 審査開始.
008300     DISPLAY "担当者コードを入力してください".
008400     ACCEPT 監査担当者 FROM CONSOLE.
008500     OPEN I-O 変更申請ファイル.
008600     IF NOT 変更申請ファイル正常
008700         DISPLAY "変更申請ファイルが開けません"
008800         STOP RUN
008900     END-IF.
009000     OPEN I-O 顧客マスタファイル.
009100     IF NOT 顧客ファイル正常
009200         DISPLAY "顧客マスタが開けません"
009300         CLOSE 変更申請ファイル
009400         STOP RUN
009500     END-IF.
009600     PERFORM 審査メニュー処理 UNTIL 審査終了.
009700     CLOSE 顧客マスタファイル.
009800     CLOSE 変更申請ファイル.
009900     STOP RUN.
010000*
010100 審査メニュー処理.
010200     DISPLAY "住所・電話番号変更審査".
010300     DISPLAY "1:審査待ち一覧 2:承認 3:却下 9:終了".
010400     ACCEPT 処理区分 FROM CONSOLE.
010500     EVALUATE 処理区分
010600       WHEN 1
010700         PERFORM 審査待ち一覧処理
010800       WHEN 2
010900         PERFORM 承認処理
011000           THRU 承認処理出口
011100       WHEN 3
011200         PERFORM 却下処理
011300           THRU 却下処理出口
011400       WHEN 9
011500         MOVE 9 TO 終了区分
011600     END-EVALUATE.
011700*
011800 審査待ち一覧処理.
011900     MOVE "N" TO 一覧終了フラグ.
012000     MOVE LOW-VALUE TO 変更ユーザID.
012100     START 変更申請ファイル
012200           KEY > 変更ユーザID
012300       INVALID KEY
012400         SET 一覧終了 TO TRUE
012500     END-START.
012600     PERFORM 審査待ち一覧明細 UNTIL 一覧終了.
012700*
012800 審査待ち一覧明細.
012900     READ 変更申請ファイル NEXT RECORD
013000       AT END
013100         SET 一覧終了 TO TRUE
013200       NOT AT END
013300         IF 審査待ち
013400           DISPLAY 変更ユーザID " "
013500                   変更顧客番号 " "
013600                   変更申請日時
013700           DISPLAY "  " 新住所 " " 新電話番号
013800         END-IF
013900     END-READ.
014000*
014100*  申請者の本人確認（顧客マスタの氏名・生年月日との照合）を
014200*  済ませてから顧客マスタを更新する。申請後に窓口で変更された
014300*  顧客は，現在の値を示したうえで担当者に判断させる。
014400*
014500 承認処理.
014600     DISPLAY "承認するユーザIDを入力してください".
014700     ACCEPT 変更ユーザID FROM CONSOLE.
014800     READ 変更申請ファイル
014900       INVALID KEY
015000         DISPLAY "申請がありません"
015100         GO TO 承認処理出口
015200     END-READ.
015300     IF NOT 審査待ち
015400         DISPLAY "審査待ちの申請ではありません"
015500         GO TO 承認処理出口
015600     END-IF.
015700     MOVE 変更顧客番号 TO 顧客番号.
015800     READ 顧客マスタファイル
015900       INVALID KEY
016000         DISPLAY "顧客番号が存在しません"
016100         GO TO 承認処理出口
016200     END-READ.
016300     DISPLAY "氏名　　　：" 顧客氏名.
016400     DISPLAY "生年月日　：" 顧客生年月日.
016500     DISPLAY "現在の住所：" 顧客住所.
016600     DISPLAY "新しい住所：" 新住所.
016700     DISPLAY "現在の電話：" 顧客電話番号.
016800     DISPLAY "新しい電話：" 新電話番号.
016900     IF 顧客住所 NOT = 変更前住所
017000        OR 顧客電話番号 NOT = 変更前電話番号
017100         DISPLAY "申請後に窓口で変更済みです"
017200     END-IF.
017300     DISPLAY "本人確認を済ませましたか(Y/N)".
017400     ACCEPT 本人確認応答 FROM CONSOLE.
017500     IF 本人確認応答 NOT = "Y"
017550        AND 本人確認応答 NOT = "y"
017600         DISPLAY "承認を中止しました"
017700         GO TO 承認処理出口
017800     END-IF.
017900*
018000     MOVE 顧客マスタレコード TO 監査変更前.
018100     MOVE 新住所     TO 顧客住所.
018200     MOVE 新電話番号 TO 顧客電話番号.
018300     REWRITE 顧客マスタレコード
018400       INVALID KEY
018500         DISPLAY "顧客マスタを更新できません"
018600         GO TO 承認処理出口
018700     END-REWRITE.
018800     MOVE "20" TO 監査区分.
018900     MOVE 顧客番号 TO 監査キー.
019000     MOVE 顧客マスタレコード TO 監査変更後.
019100     CALL "変更監査" USING 監査連絡域.
019200*
019300     SET 承認済 TO TRUE.
019400     MOVE SPACE TO 却下理由.
019500     MOVE 監査担当者 TO 審査担当者.
019600     MOVE FUNCTION CURRENT-DATE(1:14) TO 審査日時.
019700     MOVE SPACE TO 結果通知区分.
019800     REWRITE 変更申請レコード.
019900     DISPLAY "承認しました：" 変更ユーザID.
020000*
020100 承認処理出口.
020200     EXIT.
020300*
020400 却下処理.
020500     DISPLAY "却下するユーザIDを入力してください".
020600     ACCEPT 変更ユーザID FROM CONSOLE.
020700     READ 変更申請ファイル
020800       INVALID KEY
020900         DISPLAY "申請がありません"
021000         GO TO 却下処理出口
021100     END-READ.
021200     IF NOT 審査待ち
021300         DISPLAY "審査待ちの申請ではありません"
021400         GO TO 却下処理出口
021500     END-IF.
021600     DISPLAY "却下理由を入力してください".
021700     ACCEPT 却下理由 FROM CONSOLE.
021800     SET 却下 TO TRUE.
021900     MOVE 監査担当者 TO 審査担当者.
022000     MOVE FUNCTION CURRENT-DATE(1:14) TO 審査日時.
022100     MOVE SPACE TO 結果通知区分.
022200     REWRITE 変更申請レコード.
022300     DISPLAY "却下しました".
022400*
022500 却下処理出口.
022600     EXIT.
022700 END PROGRAM W_CHGADM.
