006900 77 リンク入金額          PIC S9(9)  COMP-5.
007000 77 リンク貯金額          PIC S9(9)  COMP-5.
007100 77 リンクエラー番号      PIC  9(4)  COMP-5.
007120 77 リンク担当者ＩＤ      PIC  X(8)  VALUE "K_MANKI".
007140 77 リンク現金区分        PIC  X(1)  VALUE "0".
007200*
007300 01 一覧行編集域.
007400    02 編集証書番号       PIC  9(5).
016200                 リンク入金額
016300                 リンク貯金額
016400                 リンクエラー番号
016420                 リンク担当者ＩＤ
016440                 リンク現金区分
016500      MOVE リンクエラー番号 TO 編集エラー番号
016600      IF リンクエラー番号 = 0
016700            SET 定期支払済 TO TRUE
