000010**************************************************************************
000020**  Copyright 2000-2015 FUJITSU LIMITED
000030**
000040**    TRDOTP.CBL
000050**    第二認証を求める取引金額の閾値。これを超える預入・返済は
000060**    確認画面で第二認証のコードを要求し，確定時に照合する。
000070**
000080**************************************************************************
000090 01  追加認証閾値                PIC 9(16) VALUE 100000.
