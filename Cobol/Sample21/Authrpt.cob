000900*               日の試行を集計し，利用者別・時間帯別の失敗件数
001000*               と，ロック目前（失敗３回以上）またはロック中の
001100*               利用者一覧をセキュリティレポートへ出力する。
001120*               第二認証（MTHOTP）の不一致・失効・未済（事象
001140*               コード１０〜１２）は失敗に含めて別にも数え，
001160*               発行・解除（１３・１４）は試行に数えず件数だけ
001180*               示す。
001200*
001300* Copyright 1999-2015 FUJITSU LIMITED
001400*=================================================================
005900 01 試行件数                            pic 9(06) value 0.
006000 01 成功件数                            pic 9(06) value 0.
006100 01 失敗件数                            pic 9(06) value 0.
006133 01 第二認証失敗件数                    pic 9(06) value 0.
006166 01 第二認証管理件数                    pic 9(06) value 0.
006200 01 時刻時                              pic 9(02).
006300 01 時間帯表.
006400   02 時間帯失敗件数                    pic 9(05)
011800            " 失敗：" 失敗件数
011900            delimited by size into レポート行.
012000     write レポート行.
012016     move space to レポート行.
012032     string "第二認証失敗：" 第二認証失敗件数
012048            " 発行・解除：" 第二認証管理件数
012064            delimited by size into レポート行.
012080     write レポート行.
012100     perform 時間帯別出力.
012200     perform 利用者別出力.
012300     perform ロック状況出力.
013200     end-read.
013300*
013400 監査ログ集計.
013500     if 監査日時(1:8) = 対象日 and 監査結果 < 13 then
013600       add 1 to 試行件数
013700       if 監査結果 = 0 then
013800         add 1 to 成功件数
013900       else
014000         add 1 to 失敗件数
014025         if 監査結果 >= 10 then
014050           add 1 to 第二認証失敗件数
014075         end-if
014100         move 監査日時(9:2) to 時刻時
014200         add 1 to 時間帯失敗件数(時刻時 + 1)
014300         perform 利用者別集計
014400       end-if
014500     end-if.
014525     if 監査日時(1:8) = 対象日 and 監査結果 >= 13 then
014550       add 1 to 第二認証管理件数
014575     end-if.
014600     perform 監査ログ読込.
014700*
014800*  失敗した利用者を利用者表へ積み上げます。
