001000*               当てる。本画面自体も管理機能のため，入口で操作者
001100*               の役割を権限チェックサブルーチンで確かめ，管理者
001200*               （役割３）以外は受け付けない。
001233*               権限チェックの前に操作者の第二認証（ワンタイム
001266*               コード）を確かめる。
001300*
001400* Copyright 1999-2015 FUJITSU LIMITED
001500*=================================================================
004410 01 操作者ＩＤ                          pic x(32).
004420 01 要求役割                            pic x(01).
004430 01 権限返却値                          pic 9(09) comp-5.
004447 01 第二認証欄番号                      pic 9(02).
004464 01 第二認証コード                      pic x(06).
004481 01 第二認証返却値                      pic 9(09) comp-5.
004500 procedure division.
004600 保守開始.
004610*=================================================================
004650*=================================================================
004660     display "操作者のユーザＩＤを入力".
004670     accept 操作者ＩＤ from console.
004675     perform 第二認証処理.
004680     move "3" to 要求役割.
004690     call "権限チェック" using 操作者ＩＤ 要求役割
004692          returning 権限返却値.
011000*
011100 役割割当処理出口.
011200     exit.
011300*
011400*  権限チェックは第二認証を済ませた直後であることを求めるため，
011500*  操作者にコードを答えさせます。
011600*
011700 第二認証処理.
011800     call "第二認証要求" using 操作者ＩＤ
011810          第二認証欄番号
011900          returning 第二認証返却値.
012000     if 第二認証返却値 not = 0 then
012100       display "第二認証が未登録かロック中です"
012200       stop run
012300     end-if.
012400     if 第二認証欄番号 = 0 then
012500       display "連絡先へ送付したコードを入力"
012600     else
012700       display "コードカード" 第二認証欄番号
012800               "欄のコードを入力"
012900     end-if.
013000     accept 第二認証コード from console.
013100     call "第二認証確認" using 操作者ＩＤ
013110          第二認証コード
013200          returning 第二認証返却値.
013300     if 第二認証返却値 not = 0 then
013400       display "第二認証に失敗しました"
013500       stop run
013600     end-if.
