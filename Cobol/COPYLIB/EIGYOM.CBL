000100**************************************************************************
000200**  Copyright 1992-2015 FUJITSU LIMITED
000300**
000400**    EIGYOM.CBL
000500**
000600**    営業担当者マスタレコード。保守（EIGYMNT）が登録し，得意先
000700**    保守（TOKUMNT）・SAMPLE3の伝票入力が担当コードを検証し，
000800**    歩合計算（BUAI）が歩合率と給与の従業員番号を引く。
000900**************************************************************************
001000      02  担当コード          PIC  X(4).
001100      02  担当者名            PIC  N(10).
001200*　所属部門は給与の部門マスタ（BUMONM）の部門コード。
001300      02  担当部門コード      PIC  X(4).
001400*　給与の従業員番号。０は歩合を給与へ引き継がない（社外など）。
001500      02  担当従業員番号      PIC  9(4).
001600*　歩合率（％）。月間の純売上（赤伝相殺後）に掛ける。
001700      02  歩合率              PIC  9(2)V9(2).
