001100*               未着の拠点・一覧にない重複拠点・ファイル先頭の
001200*               名乗り（ＢＲＮ行）と拠点コードの不一致は到着
001300*               検査の欄で報告する。
001320*
001340*               到着ファイルはブロック転送の受信（BLKRECV）が全
001360*               ブロックの到着と検査合計を確かめてから作るので，
001380*               転送の途中で止まった拠点は未着として扱われる。
001400*
001500*               拠点一覧の様式（１行１拠点，固定桁）
001600*                 拠点コード X(3)＋空白＋拠点名 X(20)
