007600 77 リンク出金額          PIC S9(9)  COMP-5.
007700 77 リンク貯金額          PIC S9(9)  COMP-5.
007800 77 リンクエラー番号      PIC  9(4)  COMP-5.
007820 77 リンク担当者ＩＤ      PIC  X(8)  VALUE "K_TEIKI".
007840 77 リンク現金区分        PIC  X(1)  VALUE "0".
007900*
008000 PROCEDURE DIVISION.
008100*
012300                 リンク出金額
012400                 リンク貯金額
012500                 リンクエラー番号
012520                 リンク担当者ＩＤ
012540                 リンク現金区分
012600      IF リンクエラー番号 NOT = 0
012700            DISPLAY "出金できません　エラー番号："
012800                    リンクエラー番号
