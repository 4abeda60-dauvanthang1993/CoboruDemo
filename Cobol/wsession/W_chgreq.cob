000100*=================================================================
000200* 「セション管理機能を使用するWebアプリケーション」
000300*
000400*  ファイル名： W_chgreq.cob
000500*  機能概要  ： 顧客の住所・電話番号の変更申請。ログインした
000600*               利用者のユーザ口座対応（WEBKOZA）の貯金番号から
000700*               顧客口座リンク（KOKYAKUL）で顧客を求め，顧客
000800*               マスタの現在の住所・電話番号を示して新しい値を
000900*               受け付け，審査待ちの変更申請レコード（WEBCHG）を
001000*               起こす。顧客マスタは窓口の本人確認と承認
001100*               （W_CHGADM）で初めて更新される。審査待ちの申請は
001200*               審査前なら出し直せる。
001300*               ログイン時には前回の申請の審査結果を一度だけ，
001400*               審査待ちの間は毎回示す。
001500*
001600* Copyright 2000-2015 FUJITSU LIMITED
001700*=================================================================
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. W_CHGREQ.
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT OPTIONAL 変更申請ファイル
002400       ASSIGN TO "WEBCHG"
002500       ORGANIZATION IS INDEXED
002600       ACCESS MODE  IS RANDOM
002700       RECORD KEY   IS 変更ユーザID
002800       FILE STATUS  IS 変更申請ファイル状態.
002900     SELECT OPTIONAL ユーザ口座対応ファイル
003000       ASSIGN TO "WEBKOZA"
003100       ORGANIZATION IS INDEXED
003200       ACCESS MODE  IS RANDOM
003300       RECORD KEY   IS 対応ユーザID
003400       FILE STATUS  IS 対応ファイル状態.
003500     SELECT OPTIONAL 顧客口座リンクファイル
003600       ASSIGN TO "KOKYAKUL.DAT"
003700       ORGANIZATION IS INDEXED
003800       ACCESS MODE  IS RANDOM
003900       RECORD KEY   IS 口座貯金番号
004000       FILE STATUS  IS リンクファイル状態.
004100     SELECT OPTIONAL 顧客マスタファイル
004200       ASSIGN TO "KOKYAKU.DAT"
004300       ORGANIZATION IS INDEXED
004400       ACCESS MODE  IS RANDOM
004500       RECORD KEY   IS 顧客番号
004600       FILE STATUS  IS 顧客ファイル状態.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  変更申請ファイル.
005000 01  変更申請レコード.
005100     03  変更ユーザID      PIC X(32).
005200     03  変更貯金番号      PIC 9(05).
005300     03  変更顧客番号      PIC 9(05).
005400     03  変更前住所        PIC N(20).
005500     03  変更前電話番号    PIC X(12).
005600     03  新住所            PIC N(20).
005700     03  新電話番号        PIC X(12).
005800     03  変更申請日時      PIC X(14).
005900     03  変更申請状態      PIC X(01).
006000         88  審査待ち      VALUE "0".
006100         88  承認済        VALUE "1".
006200         88  却下          VALUE "2".
006300     03  却下理由          PIC X(40).
006400     03  審査担当者        PIC X(08).
006500     03  審査日時          PIC X(14).
006600     03  結果通知区分      PIC X(01).
006700         88  結果通知済    VALUE "1".
006800 FD  ユーザ口座対応ファイル.
006900 01  ユーザ口座対応レコード.
007000     03  対応ユーザID      PIC X(32).
007100     03  対応貯金番号      PIC 9(05).
007200 FD  顧客口座リンクファイル.
007300 01  顧客口座リンクレコード.
007400     03  口座貯金番号      PIC 9(05).
007500     03  口座顧客番号      PIC 9(05).
007600 FD  顧客マスタファイル.
007700 01  顧客マスタレコード.
007800     03  顧客番号          PIC 9(05).
007900     03  顧客氏名          PIC N(06).
008000     03  顧客カナ          PIC X(12).
008100     03  顧客住所          PIC N(20).
008200     03  顧客電話番号      PIC X(12).
008300     03  顧客生年月日      PIC 9(08).
008400     03  本人確認区分      PIC X(01).
008500 WORKING-STORAGE SECTION.
008600 01 変更申請ファイル状態  PIC X(02) VALUE SPACE.
008700    88 変更申請ファイル正常 VALUE "00" "05".
008800 01 対応ファイル状態      PIC X(02) VALUE SPACE.
008900 01 リンクファイル状態    PIC X(02) VALUE SPACE.
009000 01 顧客ファイル状態      PIC X(02) VALUE SPACE.
009100 01 ログインユーザID      PIC X(32).
009200 01 入力パスワード        PIC X(32).
009300 01 承認確認結果          PIC 9(01).
009400 01 承認確認理由          PIC X(40).
009500 01 第二認証欄番号        PIC 9(02).
009600 01 第二認証コード        PIC X(06).
009700 01 第二認証返却値        PIC 9(09) COMP-5.
009800 01 申請状況区分          PIC X(01).
009900 01 申請状況理由          PIC X(40).
010000 01 顧客既存フラグ        PIC X(01).
010100 01 申請既存フラグ        PIC X(01).
010200 01 入力住所              PIC N(20).
010300 01 入力電話番号          PIC X(12).
010400 01 続行確認              PIC X(01).
010500 PROCEDURE DIVISION.
010600 申請開始.
010700     DISPLAY "住所・電話番号の変更申請".
010800     DISPLAY "ユーザIDを入力してください".
010900     ACCEPT ログインユーザID FROM CONSOLE.
011000     DISPLAY "パスワードを入力してください".
011100     ACCEPT 入力パスワード FROM CONSOLE.
011200     CALL "利用者承認確認" USING ログインユーザID
011300          入力パスワード 承認確認結果
011400          承認確認理由.
011500     EVALUATE 承認確認結果
011600       WHEN 0
011700         CONTINUE
011800       WHEN 2
011900         DISPLAY "申請は却下されています"
012000         DISPLAY "却下理由：" 承認確認理由
012100         STOP RUN
012200       WHEN 3
012300         DISPLAY "パスワードが一致しません"
012400         STOP RUN
012500       WHEN OTHER
012600         DISPLAY "未承認または未登録の利用者です"
012700         STOP RUN
012800     END-EVALUATE.
012900     PERFORM 第二認証処理.
013000     PERFORM 申請状況表示.
013100     PERFORM 変更申請処理
013200       THRU 変更申請処理出口.
013300     STOP RUN.
013400*
013500*  パスワードが通った利用者に第二認証のコードを答えさせる。
013600*
013700 第二認証処理.
013800     CALL "第二認証要求" USING ログインユーザID
013900          第二認証欄番号 RETURNING 第二認証返却値.
014000     EVALUATE 第二認証返却値
014100       WHEN 0
014200         CONTINUE
014300       WHEN 1
014400         DISPLAY "第二認証が未登録です"
014500         STOP RUN
014600       WHEN 5
014700         DISPLAY "ロックされています"
014800         STOP RUN
014900       WHEN OTHER
015000         DISPLAY "第二認証を要求できません"
015100         STOP RUN
015200     END-EVALUATE.
015300     IF 第二認証欄番号 = 0
015400       DISPLAY "連絡先へ送付したコードを入力"
015500     ELSE
015600       DISPLAY "コードカード" 第二認証欄番号
015700               "欄のコードを入力"
015800     END-IF.
015900     ACCEPT 第二認証コード FROM CONSOLE.
016000     CALL "第二認証確認" USING ログインユーザID
016100          第二認証コード RETURNING 第二認証返却値.
016200     EVALUATE 第二認証返却値
016300       WHEN 0
016400         CONTINUE
016500       WHEN 5
016600         DISPLAY "コード誤りによりロックしました"
016700         STOP RUN
016800       WHEN 6
016900         DISPLAY "コードの有効時間を過ぎました"
017000         STOP RUN
017100       WHEN OTHER
017200         DISPLAY "コードが一致しません"
017300         STOP RUN
017400     END-EVALUATE.
017500*
017600*  前回の申請の審査状況を示す。
017700*
017800 申請状況表示.
017900     CALL "変更申請状況" USING ログインユーザID
018000          申請状況区分 申請状況理由.
018100     EVALUATE 申請状況区分
018200       WHEN "0"
018300         DISPLAY "前回の変更申請は審査待ちです"
018400       WHEN "1"
018500         DISPLAY "前回の変更申請は承認されました"
018600       WHEN "2"
018700         DISPLAY "前回の変更申請は却下されました"
018800         DISPLAY "却下理由：" 申請状況理由
018900     END-EVALUATE.
019000*
019100*  利用者の貯金番号から顧客を求め，現在の値を示して新しい値を
019200*  受け付ける。空白の項目は変更しないものとする。
019300*
019400 変更申請処理.
019500     OPEN INPUT ユーザ口座対応ファイル.
019600     MOVE ログインユーザID TO 対応ユーザID.
019700     READ ユーザ口座対応ファイル
019800       INVALID KEY
019900         MOVE ZERO TO 対応貯金番号
020000     END-READ.
020100     CLOSE ユーザ口座対応ファイル.
020200     IF 対応貯金番号 = ZERO
020300         DISPLAY "口座が登録されていません"
020400         GO TO 変更申請処理出口
020500     END-IF.
020600     OPEN INPUT 顧客口座リンクファイル.
020700     MOVE 対応貯金番号 TO 口座貯金番号.
020800     READ 顧客口座リンクファイル
020900       INVALID KEY
021000         MOVE ZERO TO 口座顧客番号
021100     END-READ.
021200     CLOSE 顧客口座リンクファイル.
021300     IF 口座顧客番号 = ZERO
021400         DISPLAY "顧客情報がありません"
021500         DISPLAY "窓口へお申し出ください"
021600         GO TO 変更申請処理出口
021700     END-IF.
021800     OPEN INPUT 顧客マスタファイル.
021900     MOVE 口座顧客番号 TO 顧客番号.
022000     MOVE "Y" TO 顧客既存フラグ.
022100     READ 顧客マスタファイル
022200       INVALID KEY
022300         MOVE "N" TO 顧客既存フラグ
022400     END-READ.
022500     CLOSE 顧客マスタファイル.
022600     IF 顧客既存フラグ = "N"
022700         DISPLAY "顧客情報がありません"
022800         DISPLAY "窓口へお申し出ください"
022900         GO TO 変更申請処理出口
023000     END-IF.
023100*
023200     DISPLAY "現在の住所　　：" 顧客住所.
023300     DISPLAY "現在の電話番号：" 顧客電話番号.
023400     MOVE SPACE TO 入力住所 入力電話番号.
023500     DISPLAY "新しい住所（変更なしは空白）".
023600     ACCEPT 入力住所 FROM CONSOLE.
023700     DISPLAY "新しい電話番号（変更なしは空白）".
023800     ACCEPT 入力電話番号 FROM CONSOLE.
023900     IF 入力住所 = SPACE
024000         MOVE 顧客住所 TO 入力住所
024100     END-IF.
024200     IF 入力電話番号 = SPACE
024300         MOVE 顧客電話番号 TO 入力電話番号
024400     END-IF.
024500     IF 入力住所 = 顧客住所
024550        AND 入力電話番号 = 顧客電話番号
024600         DISPLAY "変更がありません"
024700         GO TO 変更申請処理出口
024800     END-IF.
024900*
025000     OPEN I-O 変更申請ファイル.
025100     IF NOT 変更申請ファイル正常
025200         DISPLAY "変更申請ファイルが開けません"
025300         GO TO 変更申請処理出口
025400     END-IF.
025500     MOVE ログインユーザID TO 変更ユーザID.
025600     MOVE "Y" TO 申請既存フラグ.
025700     READ 変更申請ファイル
025800       INVALID KEY
025900         MOVE "N" TO 申請既存フラグ
026000     END-READ.
026100     IF 申請既存フラグ = "Y" AND 審査待ち
026200         DISPLAY "審査待ちの申請を置き換えます(Y/N)"
026300         ACCEPT 続行確認 FROM CONSOLE
026400         IF 続行確認 NOT = "Y" AND 続行確認 NOT = "y"
026500             DISPLAY "中止しました"
026600             CLOSE 変更申請ファイル
026700             GO TO 変更申請処理出口
026800         END-IF
026900     END-IF.
027000     MOVE ログインユーザID TO 変更ユーザID.
027100     MOVE 対応貯金番号     TO 変更貯金番号.
027200     MOVE 顧客番号         TO 変更顧客番号.
027300     MOVE 顧客住所         TO 変更前住所.
027400     MOVE 顧客電話番号     TO 変更前電話番号.
027500     MOVE 入力住所         TO 新住所.
027600     MOVE 入力電話番号     TO 新電話番号.
027700     MOVE FUNCTION CURRENT-DATE(1:14) TO 変更申請日時.
027800     SET 審査待ち TO TRUE.
027900     MOVE SPACE TO 却下理由 審査担当者 審査日時.
028000     MOVE SPACE TO 結果通知区分.
028100     IF 申請既存フラグ = "Y"
028200         REWRITE 変更申請レコード
028300     ELSE
028400         WRITE 変更申請レコード
028500     END-IF.
028600     CLOSE 変更申請ファイル.
028700     DISPLAY "変更申請を受け付けました".
028800     DISPLAY "窓口で本人確認のうえ反映します".
028900*
029000 変更申請処理出口.
029100     EXIT.
029200 END PROGRAM W_CHGREQ.
029300*
029400*=================================================================
029500*  変更申請状況サブルーチン。ログイン後の画面がユーザＩＤを渡し
029600*  て呼び，住所・電話番号の変更申請の状況を受け取る。承認・却下
029700*  の結果は一度示したら通知済とし，次回からは返さない。
029800*
029900*  状況区分　空白：示す申請なし
030000*  　　　　　０　：審査待ち
030100*  　　　　　１　：承認済（未通知）
030200*  　　　　　２　：却下（未通知，状況理由に却下理由を返す）
030300*=================================================================
030400 IDENTIFICATION DIVISION.
030500 PROGRAM-ID. "変更申請状況".
030600 ENVIRONMENT DIVISION.
030700 INPUT-OUTPUT SECTION.
030800 FILE-CONTROL.
030900     SELECT OPTIONAL 変更申請ファイル
031000       ASSIGN TO "WEBCHG"
031100       ORGANIZATION IS INDEXED
031200       ACCESS MODE  IS RANDOM
031300       RECORD KEY   IS 変更ユーザID
031400       FILE STATUS  IS 変更申請ファイル状態.
031500 DATA DIVISION.
031600 FILE SECTION.
031700 FD  変更申請ファイル.
031800 01  変更申請レコード.
031900     03  変更ユーザID      PIC X(32).
032000     03  変更貯金番号      PIC 9(05).
032100     03  変更顧客番号      PIC 9(05).
032200     03  変更前住所        PIC N(20).
032300     03  変更前電話番号    PIC X(12).
032400     03  新住所            PIC N(20).
032500     03  新電話番号        PIC X(12).
032600     03  変更申請日時      PIC X(14).
032700     03  変更申請状態      PIC X(01).
032800         88  審査待ち      VALUE "0".
032900         88  承認済        VALUE "1".
033000         88  却下          VALUE "2".
033100     03  却下理由          PIC X(40).
033200     03  審査担当者        PIC X(08).
033300     03  審査日時          PIC X(14).
033400     03  結果通知区分      PIC X(01).
033500         88  結果通知済    VALUE "1".
033600 WORKING-STORAGE SECTION.
033700 01 変更申請ファイル状態  PIC X(02) VALUE SPACE.
033800    88 変更申請ファイル正常 VALUE "00" "05".
033900 LINKAGE SECTION.
034000 01 状況ユーザID          PIC X(32).
034100 01 状況区分              PIC X(01).
034200 01 状況理由              PIC X(40).
034300 PROCEDURE DIVISION USING 状況ユーザID 状況区分
034350                          状況理由.
034400 状況確認開始.
034500     MOVE SPACE TO 状況区分.
034600     MOVE SPACE TO 状況理由.
034700     OPEN I-O 変更申請ファイル.
034800     IF NOT 変更申請ファイル正常
034900         EXIT PROGRAM
035000     END-IF.
035100     MOVE 状況ユーザID TO 変更ユーザID.
035200     READ 変更申請ファイル
035300       INVALID KEY
035400         CONTINUE
035500       NOT INVALID KEY
035600         PERFORM 状況設定
035700     END-READ.
035800     CLOSE 変更申請ファイル.
035900     EXIT PROGRAM.
036000*
036100 状況設定.
036200     IF 審査待ち
036300         MOVE 変更申請状態 TO 状況区分
036400     END-IF.
036500     IF (承認済 OR 却下) AND NOT 結果通知済
036600         MOVE 変更申請状態 TO 状況区分
036700         MOVE 却下理由 TO 状況理由
036800         SET 結果通知済 TO TRUE
036900         REWRITE 変更申請レコード
037000     END-IF.
037100 END PROGRAM "変更申請状況".
