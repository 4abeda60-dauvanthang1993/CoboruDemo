000010**************************************************************************
000020**  Copyright 2000-2015 FUJITSU LIMITED
000030**
000040**    WEBPEND.CBL
000050**    Web利用者登録申請（WEBPEND）のレコード。申請受付（W_USRREG），
000060**    窓口審査（W_USRADM）と申請状況の確認（利用者承認確認）が共用
000070**    する。
000080**
000090**************************************************************************
000100 01  登録申請レコード.
000110     03  申請ユーザID      PIC X(32).
000120     03  申請パスワード    PIC X(32).
000130     03  申請貯金番号      PIC 9(05).
000140     03  申請日時          PIC X(14).
000150     03  申請状態          PIC X(01).
000160         88  審査待ち      VALUE "0".
000170         88  承認済        VALUE "1".
000180         88  却下          VALUE "2".
000190     03  却下理由          PIC X(40).
000200     03  申請認証方式      PIC X(01).
000210         88  連絡先送付    VALUE "1".
000220         88  コードカード  VALUE "2".
000230     03  申請連絡先        PIC X(40).
