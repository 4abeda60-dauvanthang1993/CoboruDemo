001200*               役割（１：一般／２：責任者／３：管理者，
001300*               未設定は一般扱い）。拒否した試行は認証監査
001400*               ログへ権限拒否の事象コード（９）で残す。
001420*               管理者・責任者の機能は，さらに第二認証（MTHOTP
001440*               の第二認証確認）を１５分以内に済ませていること
001460*               を求め，済んでいなければ追加認証未済の事象コード
001480*               （１０）で拒否する。
001500*  パラメータ：
001600*     入力１：ユーザＩＤ
001700*     入力２：要求役割（"1"／"2"／"3"）
002000*       ２：利用者なし
002100*       ８：ファイル障害
002200*       ９：権限不足（拒否）
002250*      １０：第二認証未済（拒否）
002300*
002400* Copyright 1999-2015 FUJITSU LIMITED
002500*=================================================================
003300       access mode is random
003400       record key is 顧客番号
003500       file status is 顧客情報ファイル入出力状態.
003514     select optional 第二認証ファイル
003528       assign to "WEBOTP"
003542       organization is indexed
003556       access mode  is random
003570       record key   is 認証ユーザＩＤ
003584       file status  is 第二認証状態.
003600     select optional 認証監査ログファイル
003700       assign to "AUTHAUDIT"
003800       organization is line sequential
004400   02 顧客番号                pic x(32).
004500   02 暗証番号                pic x(32).
004600   02 利用者役割              pic x(01).
004606 fd  第二認証ファイル.
004612 01  第二認証レコード.
004618   02 認証ユーザＩＤ                    pic x(32).
004624   02 認証方式                          pic x(01).
004630   02 認証連絡先                        pic x(40).
004636   02 カード発行日時                    pic x(14).
004642   02 カードコード                      pic 9(04)
004648        occurs 20 times.
004654   02 要求日時                          pic x(14).
004660   02 要求コード                        pic 9(06).
004666   02 要求欄番号                        pic 9(02).
004672   02 要求状態                          pic x(01).
004678   02 連続失敗回数                      pic 9(02).
004684   02 確認済日時                        pic x(14).
004700 fd  認証監査ログファイル.
004800 01  認証監査レコード.
004900   02 監査日時                          pic x(14).
005600 01 監査ログ状態                        pic x(02).
005700   88 監査ログ正常                      value "00" "05".
005800 01 判定役割                            pic x(01).
005807 01 第二認証状態                        pic x(02).
005814   88 第二認証正常                      value "00" "05".
005821 01 追加認証有効秒数            pic 9(05) value 900.
005828 01 事象コード                          pic 9(02).
005835 01 現在秒                              pic 9(11).
005842 01 確認秒                              pic 9(11).
005849 01 換算日時.
005856   02 換算日付                          pic 9(08).
005863   02 換算時                            pic 9(02).
005870   02 換算分                            pic 9(02).
005877   02 換算秒                            pic 9(02).
005884 01 換算結果                            pic 9(11).
005900 linkage section.
006000 01 対象ユーザＩＤ          pic x(32).
006100 01 要求役割                pic x(01).
008600     end-if.
008700     if 判定役割 < 要求役割 then
008800       move 9 to 返却値
008900       move 9 to 事象コード
008950       perform 権限拒否記録
009000     end-if.
009025     if 返却値 = 0 and 要求役割 not = "1" then
009050       perform 追加認証確認 thru 追加認証確認出口
009075     end-if.
009100 exit-proc.
009200     close 顧客情報ファイル.
009300     exit program.
009400*=================================================================
009500*  権限不足・第二認証未済で拒否した試行を監査ログへ残します。
009600*=================================================================
009700 権限拒否記録.
009800     open extend 認証監査ログファイル.
010000       move space to 認証監査レコード
010100       move function current-date(1:14) to 監査日時
010200       move 対象ユーザＩＤ to 監査顧客番号
010300       move 事象コード to 監査結果
010400       write 認証監査レコード
010500       close 認証監査ログファイル
010600     end-if.
010700*=================================================================
010800*  管理機能の前には第二認証の確認を求めます。確認済日時から
010900*  有効秒数（１５分）を過ぎていれば未済として拒否します。
011000*=================================================================
011100 追加認証確認.
011200     move 10 to 事象コード.
011300     open input 第二認証ファイル.
011400     if not 第二認証正常 then
011500       move 10 to 返却値
011600       go to 追加認証確認出口
011700     end-if.
011800     move 対象ユーザＩＤ to 認証ユーザＩＤ.
011900     read 第二認証ファイル
012000       invalid key
012100         move space to 確認済日時
012200     end-read.
012300     if 確認済日時 = space then
012400       move 10 to 返却値
012500     else
012600       move 確認済日時 to 換算日時
012700       perform 秒換算
012800       move 換算結果 to 確認秒
012900       move function current-date(1:14) to 換算日時
013000       perform 秒換算
013100       move 換算結果 to 現在秒
013200       if 現在秒 - 確認秒 > 追加認証有効秒数 then
013300         move 10 to 返却値
013400       end-if
013500     end-if.
013600     close 第二認証ファイル.
013700 追加認証確認出口.
013800     if 返却値 not = 0 then
013900       perform 権限拒否記録
014000     end-if.
014050     exit.
014100*
014200 秒換算.
014300     compute 換算結果 =
014400         function integer-of-date(換算日付) * 86400
014500       + 換算時 * 3600 + 換算分 * 60 + 換算秒.
