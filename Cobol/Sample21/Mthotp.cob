000050 @OPTIONS ALPHAL(WORD)
000100*=================================================================
000200* 「マルチスレッドプログラミング」
000300*     スレッド間でファイル・データを共用して認証処理を実現します
000400*
000500*=================================================================
000600*
000700*  ファイル名： Mthotp.cob
000800*  機能概要  ： 第二認証（ワンタイムコード）のサブルーチン群。
000900*               利用者ごとの受取方法を第二認証ファイル（WEBOTP）
001000*               に持つ。
001100*                 １：連絡先送付　要求のたびに６桁のコードを
001200*                     起こし，送付ファイル（OTPSEND）へ書いて
001300*                     登録連絡先へ送らせる。
001400*                 ２：コードカード　発行時に４桁のコード２０欄
001500*                     のカードを印刷し，要求のたびに欄番号を
001600*                     指定して答えさせる。
001700*               どちらも要求から５分で失効する。コードの不一致
001800*               は認証ロックファイルの失敗回数へ加え，第二認証
001900*               の連続失敗が５回に達するとロックする。不一致・
002000*               失効・発行・解除は認証監査ログへ残す。
002100*               事象コード　１１：コード不一致　１２：失効
002200*               　　　　　　１３：発行・再発行　１４：解除
002300*               　　　　　　 ５：ロック（既存と同じ）
002325*               カードのコード・送付コード・答えさせる欄番号は
002350*               いずれもOSの暗号用乱数（BCryptGenRandom）から
002375*               その都度取る。
002400*
002500*  第二認証発行　登録・再発行。コードカードは印刷してスプール
002600*                へ登録する。
002700*     入力１：ユーザＩＤ
002800*     入力２：受取方法（"1"／"2"）
002900*     入力３：連絡先（受取方法１のとき）
003000*     返却値　０：成功　７：受取方法誤り
003050*     　　　　８：ファイル障害・乱数取得障害
003100*
003200*  第二認証要求　ログイン・高額取引・管理機能の前に呼び，コード
003300*                を起こす（カードは欄番号を返す）。
003400*     入力１：ユーザＩＤ
003500*     出力１：カード欄番号（連絡先送付は０）
003600*     返却値　０：要求済　１：未登録　５：ロック中
003700*     　　　　８：ファイル障害・乱数取得障害
003800*
003900*  第二認証確認　入力されたコードを照合する。一致した時刻は
004000*                確認済日時として残り，権限チェックが参照する。
004100*     入力１：ユーザＩＤ
004200*     入力２：コード
004300*     返却値　０：一致　１：未登録　３：不一致　５：ロック
004400*     　　　　６：失効　７：要求なし　８：ファイル障害
004500*
004600*  第二認証解除　管理者による解除。要求中のコードと失敗回数を
004700*                消し，認証ロックを外す。
004800*     入力１：ユーザＩＤ
004900*     返却値　０：成功　１：未登録　８：ファイル障害
005000*
005100* Copyright 1999-2015 FUJITSU LIMITED
005200*=================================================================
005300 identification division.
005400 program-id. "第二認証発行".
005500 environment division.
005600 input-output section.
005700 file-control.
005800     select optional 第二認証ファイル
005900       assign to "WEBOTP"
006000       organization is indexed
006100       access mode  is random
006200       record key   is 認証ユーザＩＤ
006300       file status  is 第二認証状態.
006400     select コードカードファイル
006500       assign to "OTPCARD.PRT"
006600       organization is line sequential.
006700     select optional 認証監査ログファイル
006800       assign to "AUTHAUDIT"
006900       organization is line sequential
007000       file status  is 監査ログ状態.
007100 data division.
007200 file section.
007300 fd  第二認証ファイル.
007400 01  第二認証レコード.
007500   02 認証ユーザＩＤ                    pic x(32).
007600   02 認証方式                          pic x(01).
007700     88 連絡先送付                      value "1".
007800     88 コードカード                    value "2".
007900   02 認証連絡先                        pic x(40).
008000   02 カード発行日時                    pic x(14).
008100   02 カードコード                      pic 9(04)
008200        occurs 20 times.
008300   02 要求日時                          pic x(14).
008400   02 要求コード                        pic 9(06).
008500   02 要求欄番号                        pic 9(02).
008600   02 要求状態                          pic x(01).
008700     88 要求中                          value "1".
008800   02 連続失敗回数                      pic 9(02).
008900   02 確認済日時                        pic x(14).
009000 fd  コードカードファイル.
009100 01  カード行                           pic x(80).
009200 fd  認証監査ログファイル.
009300 01  認証監査レコード.
009400   02 監査日時                          pic x(14).
009500   02 filler                            pic x(01).
009600   02 監査顧客番号                      pic x(32).
009700   02 filler                            pic x(01).
009800   02 監査結果                          pic 9(02).
009900 working-storage section.
010000 01 第二認証状態                        pic x(02).
010100   88 第二認証正常                      value "00" "05".
010200 01 監査ログ状態                        pic x(02).
010300   88 監査ログ正常                      value "00" "05".
010400 01 レコード存在フラグ                  pic x(01).
010500 01 乱数取得フラグ            pic x(01) value "0".
010542   88 乱数取得失敗                      value "1".
010584 01 乱数復帰コード                      pic s9(09) comp-5.
010626 01 乱数領域.
010668   02 乱数バイト              pic x(01) occurs 4.
010710 01 乱数整数                            pic 9(10).
010752 01 乱数値                              pic 9v9(08).
010800 01 欄添字                              pic 9(02).
010900 01 行添字                              pic 9(02).
011000 01 列添字                              pic 9(02).
011100 01 編集位置                            pic 9(02).
011200 01 現在日時                            pic x(21).
011300 01 カード欄編集域.
011400   02 欄編集番号                        pic 9(02).
011500   02 filler                            pic x(01) value ":".
011600   02 欄編集コード                      pic 9(04).
011700   02 filler                            pic x(03) value space.
011800 01 スプール連絡域.
011900   02 スプール発行元          pic x(08) value "OTPISSUE".
012000   02 スプール帳票名          pic x(08) value "OTPCARD".
012100   02 スプール本文名                    pic x(20)
012200        value "OTPCARD.PRT".
012300   02 スプール結果                      pic 9(01).
012400 linkage section.
012500 01 発行ユーザＩＤ          pic x(32).
012600 01 発行方式                pic x(01).
012700 01 発行連絡先              pic x(40).
012800 01 返却値                  pic 9(09) comp-5.
012900 procedure division using 発行ユーザＩＤ 発行方式
013000                          発行連絡先
013100                   returning 返却値.
013200*=================================================================
013300*  受取方法を確かめ，第二認証レコードを起こし直します。
013400*  再発行では前のカードと要求中のコードは無効になります。
013500*=================================================================
013600     move 0 to 返却値.
013700     if 発行方式 not = "1" and 発行方式 not = "2" then
013800       move 7 to 返却値
013900       go to exit-proc
014000     end-if.
014100     open i-o 第二認証ファイル.
014200     if not 第二認証正常 then
014300       move 8 to 返却値
014400       go to exit-proc
014500     end-if.
014600     move "Y" to レコード存在フラグ.
014700     move 発行ユーザＩＤ to 認証ユーザＩＤ.
014800     read 第二認証ファイル
014900       invalid key
015000         move "N" to レコード存在フラグ
015100     end-read.
015200     move function current-date to 現在日時.
015300     move space to 第二認証レコード.
015400     move 発行ユーザＩＤ to 認証ユーザＩＤ.
015500     move 発行方式 to 認証方式.
015600     move 現在日時(1:14) to カード発行日時.
015700     move 0 to 要求コード 要求欄番号 連続失敗回数.
015800     move "0" to 要求状態.
015900     if 連絡先送付 then
016000       move 発行連絡先 to 認証連絡先
016100     end-if.
016150     move "0" to 乱数取得フラグ.
016200     perform カードコード生成
016228       varying 欄添字 from 1 by 1 until 欄添字 > 20.
016256     if 乱数取得失敗 then
016284       close 第二認証ファイル
016312       move 8 to 返却値
016340       go to exit-proc
016368     end-if.
016400     if レコード存在フラグ = "Y" then
016500       rewrite 第二認証レコード
016600     else
016700       write 第二認証レコード
016800     end-if.
016900     close 第二認証ファイル.
017000     if コードカード then
017100       perform コードカード印刷
017200     end-if.
017300     perform 認証監査記録.
017400 exit-proc.
017500     exit program.
017600*=================================================================
017700*  カードの各欄へ４桁のコードを振ります。連絡先送付の利用者は
017800*  カードを使わないため０とします。
017900*=================================================================
018000 カードコード生成.
018100     if コードカード then
018200       perform 乱数取得
018300       compute カードコード(欄添字) = 乱数値 * 10000
018400     else
018500       move 0 to カードコード(欄添字)
018600     end-if.
018700*
018736*  乱数はOSの暗号用乱数（BCryptGenRandom，システム既定の
018772*  生成器）から４バイト取り，０以上１未満の値にします。
018808*  取れなければ乱数取得失敗とします。
018844 乱数取得.
018880     call "BCryptGenRandom" with stdcall linkage
018916          using by value 0
018952                by reference 乱数領域
018988                by value 4
019024                by value 2
019060          returning 乱数復帰コード.
019096     if 乱数復帰コード not = 0 then
019132       set 乱数取得失敗 to true
019168       move 0 to 乱数値
019204     else
019240       compute 乱数整数 =
019276           (function ord(乱数バイト(1)) - 1) * 16777216
019312         + (function ord(乱数バイト(2)) - 1) * 65536
019348         + (function ord(乱数バイト(3)) - 1) * 256
019384         + (function ord(乱数バイト(4)) - 1)
019420       compute 乱数値 = 乱数整数 / 4294967296
019456     end-if.
019500*=================================================================
019600*  コードカードを印刷ファイルへ書き，スプールへ登録します。
019700*  ５欄ずつ４行に並べます。
019800*=================================================================
019900 コードカード印刷.
020000     open output コードカードファイル.
020100     move "*** 第二認証コードカード ***"
020200       to カード行.
020300     write カード行.
020400     move space to カード行.
020500     string "利用者：" 認証ユーザＩＤ delimited by size
020600       into カード行.
020700     write カード行.
020800     move space to カード行.
020900     string "発行日時：" カード発行日時
021000            delimited by size
021100       into カード行.
021200     write カード行.
021300     move space to カード行.
021400     write カード行.
021500     perform カード行編集
021600       varying 行添字 from 1 by 1 until 行添字 > 4.
021700     move space to カード行.
021800     write カード行.
021900     move "再発行すると本カードは無効"
022000       to カード行.
022100     write カード行.
022200     close コードカードファイル.
022300     call "スプール登録" using スプール発行元
022400                               スプール帳票名
022500                               スプール本文名
022600                               スプール結果.
022700*
022800 カード行編集.
022900     move space to カード行.
023000     perform カード欄編集
023100       varying 列添字 from 1 by 1 until 列添字 > 5.
023200     write カード行.
023300*
023400 カード欄編集.
023500     compute 欄添字 = (行添字 - 1) * 5 + 列添字.
023600     compute 編集位置 = (列添字 - 1) * 10 + 1.
023700     move 欄添字 to 欄編集番号.
023800     move カードコード(欄添字) to 欄編集コード.
023900     move カード欄編集域 to カード行(編集位置:10).
024000*=================================================================
024100*  発行・再発行を認証監査ログへ残します。
024200*=================================================================
024300 認証監査記録.
024400     open extend 認証監査ログファイル.
024500     if 監査ログ正常 then
024600       move space to 認証監査レコード
024700       move 現在日時(1:14) to 監査日時
024800       move 発行ユーザＩＤ to 監査顧客番号
024900       move 13 to 監査結果
025000       write 認証監査レコード
025100       close 認証監査ログファイル
025200     end-if.
025300 end program "第二認証発行".
025400*
025450 @OPTIONS ALPHAL(WORD)
025500*=================================================================
025600*  第二認証要求。受取方法に応じてコードを起こすか，答えさせる
025700*  カード欄を決めて要求中とします。
025800*=================================================================
025900 identification division.
026000 program-id. "第二認証要求".
026100 environment division.
026200 input-output section.
026300 file-control.
026400     select optional 第二認証ファイル
026500       assign to "WEBOTP"
026600       organization is indexed
026700       access mode  is random
026800       record key   is 認証ユーザＩＤ
026900       file status  is 第二認証状態.
027000     select optional 認証ロックファイル assign to sys011
027100       organization is indexed
027200       access mode  is random
027300       record key   is 認証対象顧客番号
027400       file status  is 認証ロックファイル入出力状態.
027500     select optional コード送付ファイル
027600       assign to "OTPSEND"
027700       organization is line sequential
027800       file status  is 送付ファイル状態.
027900 data division.
028000 file section.
028100 fd  第二認証ファイル.
028200 01  第二認証レコード.
028300   02 認証ユーザＩＤ                    pic x(32).
028400   02 認証方式                          pic x(01).
028500     88 連絡先送付                      value "1".
028600     88 コードカード                    value "2".
028700   02 認証連絡先                        pic x(40).
028800   02 カード発行日時                    pic x(14).
028900   02 カードコード                      pic 9(04)
029000        occurs 20 times.
029100   02 要求日時                          pic x(14).
029200   02 要求コード                        pic 9(06).
029300   02 要求欄番号                        pic 9(02).
029400   02 要求状態                          pic x(01).
029500     88 要求中                          value "1".
029600   02 連続失敗回数                      pic 9(02).
029700   02 確認済日時                        pic x(14).
029800 fd  認証ロックファイル is external.
029900 01  認証ロックレコード.
030000   02 認証対象顧客番号                  pic x(32).
030100   02 失敗回数                          pic 9(02).
030200   02 ロック区分                        pic x(01).
030300     88 ロック中                        value "1".
030400 fd  コード送付ファイル.
030500 01  コード送付レコード.
030600   02 送付日時                          pic x(14).
030700   02 filler                            pic x(01).
030800   02 送付ユーザＩＤ                    pic x(32).
030900   02 filler                            pic x(01).
031000   02 送付連絡先                        pic x(40).
031100   02 filler                            pic x(01).
031200   02 送付コード                        pic 9(06).
031300 working-storage section.
031400 01 第二認証状態                        pic x(02).
031500   88 第二認証正常                      value "00" "05".
031600 01 認証ロックファイル入出力状態        pic x(02).
031700   88 ロックファイル正常                value "00" "05".
031800 01 送付ファイル状態                    pic x(02).
031900   88 送付ファイル正常                  value "00" "05".
032000 01 乱数取得フラグ            pic x(01) value "0".
032042   88 乱数取得失敗                      value "1".
032084 01 乱数復帰コード                      pic s9(09) comp-5.
032126 01 乱数領域.
032168   02 乱数バイト              pic x(01) occurs 4.
032210 01 乱数整数                            pic 9(10).
032252 01 乱数値                              pic 9v9(08).
032300 01 現在日時                            pic x(21).
032400 linkage section.
032500 01 要求ユーザＩＤ          pic x(32).
032600 01 要求欄                  pic 9(02).
032700 01 返却値                  pic 9(09) comp-5.
032800 procedure division using 要求ユーザＩＤ 要求欄
032900                   returning 返却値.
033000*=================================================================
033100*  ロック中の利用者にはコードを起こしません。
033200*=================================================================
033300     move 0 to 返却値.
033400     move 0 to 要求欄.
033500     open input 認証ロックファイル.
033600     if ロックファイル正常 then
033700       move 要求ユーザＩＤ to 認証対象顧客番号
033800       read 認証ロックファイル
033900         invalid key
034000           continue
034100         not invalid key
034200           if ロック中 then
034300             move 5 to 返却値
034400           end-if
034500       end-read
034600     end-if.
034700     close 認証ロックファイル.
034800     if 返却値 not = 0 then
034900       go to exit-proc
035000     end-if.
035100     open i-o 第二認証ファイル.
035200     if not 第二認証正常 then
035300       move 8 to 返却値
035400       go to exit-proc
035500     end-if.
035600     move 要求ユーザＩＤ to 認証ユーザＩＤ.
035700     read 第二認証ファイル
035800       invalid key
035900         move 1 to 返却値
036000     end-read.
036100     if 返却値 not = 0 then
036200       close 第二認証ファイル
036300       go to exit-proc
036400     end-if.
036500*=================================================================
036600*  連絡先送付はコードを起こして送付ファイルへ，コードカードは
036700*  答えさせる欄を決めて返します。
036800*=================================================================
036900     move function current-date to 現在日時.
036950     move "0" to 乱数取得フラグ.
037000     perform 乱数取得.
037016     if 乱数取得失敗 then
037032       close 第二認証ファイル
037048       move 8 to 返却値
037064       go to exit-proc
037080     end-if.
037100     if 連絡先送付 then
037200       compute 要求コード = 乱数値 * 1000000
037300       move 0 to 要求欄番号
037400       perform コード送付
037500     else
037600       compute 要求欄番号 = 乱数値 * 20 + 1
037700       move 要求欄番号 to 要求欄
037800     end-if.
037900     move 現在日時(1:14) to 要求日時.
038000     set 要求中 to true.
038100     rewrite 第二認証レコード.
038200     close 第二認証ファイル.
038300 exit-proc.
038400     exit program.
038500*
038536*  乱数はOSの暗号用乱数（BCryptGenRandom，システム既定の
038572*  生成器）から４バイト取り，０以上１未満の値にします。
038608*  取れなければ乱数取得失敗とします。
038644 乱数取得.
038680     call "BCryptGenRandom" with stdcall linkage
038716          using by value 0
038752                by reference 乱数領域
038788                by value 4
038824                by value 2
038860          returning 乱数復帰コード.
038896     if 乱数復帰コード not = 0 then
038932       set 乱数取得失敗 to true
038968       move 0 to 乱数値
039004     else
039040       compute 乱数整数 =
039076           (function ord(乱数バイト(1)) - 1) * 16777216
039112         + (function ord(乱数バイト(2)) - 1) * 65536
039148         + (function ord(乱数バイト(3)) - 1) * 256
039184         + (function ord(乱数バイト(4)) - 1)
039220       compute 乱数値 = 乱数整数 / 4294967296
039256     end-if.
039300*=================================================================
039400*  送付ファイルは連絡先への配信（メール・SMS）が取り出します。
039500*=================================================================
039600 コード送付.
039700     open extend コード送付ファイル.
039800     if 送付ファイル正常 then
039900       move space to コード送付レコード
040000       move 現在日時(1:14) to 送付日時
040100       move 認証ユーザＩＤ to 送付ユーザＩＤ
040200       move 認証連絡先 to 送付連絡先
040300       move 要求コード to 送付コード
040400       write コード送付レコード
040500       close コード送付ファイル
040600     end-if.
040700 end program "第二認証要求".
040800*
040900*=================================================================
041000*  第二認証確認。要求中のコードと入力を照合します。
041100*=================================================================
041200 identification division.
041300 program-id. "第二認証確認".
041400 environment division.
041500 input-output section.
041600 file-control.
041700     select optional 第二認証ファイル
041800       assign to "WEBOTP"
041900       organization is indexed
042000       access mode  is random
042100       record key   is 認証ユーザＩＤ
042200       file status  is 第二認証状態.
042300     select optional 認証ロックファイル assign to sys011
042400       organization is indexed
042500       access mode  is random
042600       record key   is 認証対象顧客番号
042700       file status  is 認証ロックファイル入出力状態.
042800     select optional 認証監査ログファイル
042900       assign to "AUTHAUDIT"
043000       organization is line sequential
043100       file status  is 監査ログ状態.
043200 data division.
043300 file section.
043400 fd  第二認証ファイル.
043500 01  第二認証レコード.
043600   02 認証ユーザＩＤ                    pic x(32).
043700   02 認証方式                          pic x(01).
043800     88 連絡先送付                      value "1".
043900     88 コードカード                    value "2".
044000   02 認証連絡先                        pic x(40).
044100   02 カード発行日時                    pic x(14).
044200   02 カードコード                      pic 9(04)
044300        occurs 20 times.
044400   02 要求日時                          pic x(14).
044500   02 要求コード                        pic 9(06).
044600   02 要求欄番号                        pic 9(02).
044700   02 要求状態                          pic x(01).
044800     88 要求中                          value "1".
044900   02 連続失敗回数                      pic 9(02).
045000   02 確認済日時                        pic x(14).
045100 fd  認証ロックファイル is external.
045200 01  認証ロックレコード.
045300   02 認証対象顧客番号                  pic x(32).
045400   02 失敗回数                          pic 9(02).
045500   02 ロック区分                        pic x(01).
045600     88 ロック中                        value "1".
045700 fd  認証監査ログファイル.
045800 01  認証監査レコード.
045900   02 監査日時                          pic x(14).
046000   02 filler                            pic x(01).
046100   02 監査顧客番号                      pic x(32).
046200   02 filler                            pic x(01).
046300   02 監査結果                          pic 9(02).
046400 working-storage section.
046500 01 第二認証状態                        pic x(02).
046600   88 第二認証正常                      value "00" "05".
046700 01 認証ロックファイル入出力状態        pic x(02).
046800   88 ロックファイル正常                value "00" "05".
046900 01 監査ログ状態                        pic x(02).
047000   88 監査ログ正常                      value "00" "05".
047100 01 ロックレコード存在フラグ            pic x(01).
047200 01 コード有効秒数              pic 9(05) value 300.
047300 01 現在日時                            pic x(21).
047400 01 現在秒                              pic 9(11).
047500 01 要求秒                              pic 9(11).
047600 01 換算日時.
047700   02 換算日付                          pic 9(08).
047800   02 換算時                            pic 9(02).
047900   02 換算分                            pic 9(02).
048000   02 換算秒                            pic 9(02).
048100 01 換算結果                            pic 9(11).
048200 01 照合コード                          pic x(06).
048300 01 照合数６                            pic 9(06).
048400 01 照合数４                            pic 9(04).
048500 01 事象コード                          pic 9(02).
048600 linkage section.
048700 01 確認ユーザＩＤ          pic x(32).
048800 01 確認コード              pic x(06).
048900 01 返却値                  pic 9(09) comp-5.
049000 procedure division using 確認ユーザＩＤ 確認コード
049100                   returning 返却値.
049200     move 0 to 返却値.
049300     open i-o 第二認証ファイル.
049400     if not 第二認証正常 then
049500       move 8 to 返却値
049600       go to exit-proc
049700     end-if.
049800     move 確認ユーザＩＤ to 認証ユーザＩＤ.
049900     read 第二認証ファイル
050000       invalid key
050100         move 1 to 返却値
050200     end-read.
050300     if 返却値 not = 0 then
050400       go to close-proc
050500     end-if.
050600     if not 要求中 then
050700       move 7 to 返却値
050800       go to close-proc
050900     end-if.
051000*=================================================================
051100*  要求から有効秒数を過ぎたコードは失効させます。失効は利用者
051200*  の誤りではないため失敗回数へは加えません。
051300*=================================================================
051400     move function current-date to 現在日時.
051500     move 現在日時(1:14) to 換算日時.
051600     perform 秒換算.
051700     move 換算結果 to 現在秒.
051800     move 要求日時 to 換算日時.
051900     perform 秒換算.
052000     move 換算結果 to 要求秒.
052100     if 現在秒 - 要求秒 > コード有効秒数 then
052200       move "0" to 要求状態
052300       rewrite 第二認証レコード
052400       move 6 to 返却値
052500       move 12 to 事象コード
052600       perform 認証監査記録
052700       go to close-proc
052800     end-if.
052900     move space to 照合コード.
053000     if 連絡先送付 then
053100       move 要求コード to 照合数６
053200       move 照合数６ to 照合コード
053300     else
053400       move カードコード(要求欄番号) to 照合数４
053500       move 照合数４ to 照合コード(1:4)
053600     end-if.
053700     if 確認コード = 照合コード then
053800       move "0" to 要求状態
053900       move 0 to 連続失敗回数
054000       move 現在日時(1:14) to 確認済日時
054100       rewrite 第二認証レコード
054200     else
054300       add 1 to 連続失敗回数
054400       perform 失敗回数加算
054500       rewrite 第二認証レコード
054600       perform 認証監査記録
054700     end-if.
054800 close-proc.
054900     close 第二認証ファイル.
055000 exit-proc.
055100     exit program.
055200*
055300 秒換算.
055400     compute 換算結果 =
055500         function integer-of-date(換算日付) * 86400
055600       + 換算時 * 3600 + 換算分 * 60 + 換算秒.
055700*=================================================================
055800*  不一致を認証ロックファイルの失敗回数へ加えます。暗証番号の
055900*  成功では第二認証の連続失敗は消えないため，どちらかが５回に
056000*  達した時点でロックし，要求中のコードも無効にします。
056100*=================================================================
056200 失敗回数加算.
056300     move 3 to 返却値.
056400     move 11 to 事象コード.
056500     open i-o 認証ロックファイル.
056600     if not ロックファイル正常 then
056700       go to 失敗回数加算出口
056800     end-if.
056900     move "Y" to ロックレコード存在フラグ.
057000     move 確認ユーザＩＤ to 認証対象顧客番号.
057100     read 認証ロックファイル
057200       invalid key
057300         move "N" to ロックレコード存在フラグ
057400         move 0 to 失敗回数
057500         move "0" to ロック区分
057600     end-read.
057700     add 1 to 失敗回数.
057800     if 失敗回数 >= 5 or 連続失敗回数 >= 5 then
057900       move "1" to ロック区分
058000       move "0" to 要求状態
058100       move 5 to 返却値
058200       move 5 to 事象コード
058300     end-if.
058400     if ロックレコード存在フラグ = "Y" then
058500       rewrite 認証ロックレコード
058600     else
058700       write 認証ロックレコード
058800     end-if.
058900     close 認証ロックファイル.
059000 失敗回数加算出口.
059100     exit.
059200*
059300 認証監査記録.
059400     open extend 認証監査ログファイル.
059500     if 監査ログ正常 then
059600       move space to 認証監査レコード
059700       move 現在日時(1:14) to 監査日時
059800       move 確認ユーザＩＤ to 監査顧客番号
059900       move 事象コード to 監査結果
060000       write 認証監査レコード
060100       close 認証監査ログファイル
060200     end-if.
060300 end program "第二認証確認".
060400*
060500*=================================================================
060600*  第二認証解除。管理者が利用者の要求中コードと失敗回数を消し，
060700*  認証ロックを外します。カードを無くした利用者には解除ではなく
060800*  第二認証発行で再発行します。
060900*=================================================================
061000 identification division.
061100 program-id. "第二認証解除".
061200 environment division.
061300 input-output section.
061400 file-control.
061500     select optional 第二認証ファイル
061600       assign to "WEBOTP"
061700       organization is indexed
061800       access mode  is random
061900       record key   is 認証ユーザＩＤ
062000       file status  is 第二認証状態.
062100     select optional 認証ロックファイル assign to sys011
062200       organization is indexed
062300       access mode  is random
062400       record key   is 認証対象顧客番号
062500       file status  is 認証ロックファイル入出力状態.
062600     select optional 認証監査ログファイル
062700       assign to "AUTHAUDIT"
062800       organization is line sequential
062900       file status  is 監査ログ状態.
063000 data division.
063100 file section.
063200 fd  第二認証ファイル.
063300 01  第二認証レコード.
063400   02 認証ユーザＩＤ                    pic x(32).
063500   02 認証方式                          pic x(01).
063600   02 認証連絡先                        pic x(40).
063700   02 カード発行日時                    pic x(14).
063800   02 カードコード                      pic 9(04)
063900        occurs 20 times.
064000   02 要求日時                          pic x(14).
064100   02 要求コード                        pic 9(06).
064200   02 要求欄番号                        pic 9(02).
064300   02 要求状態                          pic x(01).
064400   02 連続失敗回数                      pic 9(02).
064500   02 確認済日時                        pic x(14).
064600 fd  認証ロックファイル is external.
064700 01  認証ロックレコード.
064800   02 認証対象顧客番号                  pic x(32).
064900   02 失敗回数                          pic 9(02).
065000   02 ロック区分                        pic x(01).
065100 fd  認証監査ログファイル.
065200 01  認証監査レコード.
065300   02 監査日時                          pic x(14).
065400   02 filler                            pic x(01).
065500   02 監査顧客番号                      pic x(32).
065600   02 filler                            pic x(01).
065700   02 監査結果                          pic 9(02).
065800 working-storage section.
065900 01 第二認証状態                        pic x(02).
066000   88 第二認証正常                      value "00" "05".
066100 01 認証ロックファイル入出力状態        pic x(02).
066200   88 ロックファイル正常                value "00" "05".
066300 01 監査ログ状態                        pic x(02).
066400   88 監査ログ正常                      value "00" "05".
066500 linkage section.
066600 01 解除ユーザＩＤ          pic x(32).
066700 01 返却値                  pic 9(09) comp-5.
066800 procedure division using 解除ユーザＩＤ
066900                   returning 返却値.
067000     move 0 to 返却値.
067100     open i-o 第二認証ファイル.
067200     if not 第二認証正常 then
067300       move 8 to 返却値
067400       go to exit-proc
067500     end-if.
067600     move 解除ユーザＩＤ to 認証ユーザＩＤ.
067700     read 第二認証ファイル
067800       invalid key
067900         move 1 to 返却値
068000     end-read.
068100     if 返却値 = 0 then
068200       move "0" to 要求状態
068300       move 0 to 要求コード 要求欄番号
068400                連続失敗回数
068500       move space to 確認済日時
068600       rewrite 第二認証レコード
068700     end-if.
068800     close 第二認証ファイル.
068900     if 返却値 not = 0 then
069000       go to exit-proc
069100     end-if.
069200     open i-o 認証ロックファイル.
069300     if ロックファイル正常 then
069400       move 解除ユーザＩＤ to 認証対象顧客番号
069500       read 認証ロックファイル
069600         invalid key
069700           continue
069800         not invalid key
069900           move 0 to 失敗回数
070000           move "0" to ロック区分
070100           rewrite 認証ロックレコード
070200       end-read
070300     end-if.
070400     close 認証ロックファイル.
070500     open extend 認証監査ログファイル.
070600     if 監査ログ正常 then
070700       move space to 認証監査レコード
070800       move function current-date(1:14) to 監査日時
070900       move 解除ユーザＩＤ to 監査顧客番号
071000       move 14 to 監査結果
071100       write 認証監査レコード
071200       close 認証監査ログファイル
071300     end-if.
071400 exit-proc.
071500     exit program.
071600 end program "第二認証解除".
