014800*  新しい暗証番号を設定するため，実行前に権限チェックで操作者
014900*  が管理者（役割３）であることを確かめる。履歴・設定日は変更
015000*  処理と同じ要領で更新する。
015033*  呼出し元の画面は，操作者に第二認証（第二認証要求・第二認証
015066*  確認）を先に済ませさせる。済んでいなければ権限不足となる。
015100*  パラメータ：
015200*     入力１：操作者ユーザＩＤ
015300*     入力２：対象ユーザＩＤ
015600*       ０：成功
015700*       ２：利用者なし
015800*       ８：ファイル障害
015900*       ９：権限不足（第二認証未済を含む）
016000*=================================================================
016100 identification division.
016200 program-id. "暗証番号初期化".
