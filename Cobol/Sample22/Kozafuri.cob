007900 01  リンク取引金額          PIC S9(09)  COMP-5.
008000 01  リンク貯金額            PIC S9(09)  COMP-5.
008100 01  リンクエラー番号        PIC  9(04)  COMP-5.
008120 01  リンク担当者ＩＤ        PIC  X(08)  VALUE "KOZAFURI".
008140 01  リンク現金区分          PIC  X(01)  VALUE "0".
008200 01  表示エラー番号          PIC  9(04).
008300*
008400 01  暦機能区分              PIC  X(01).
018900          USING リンク貯金番号
019000                リンク取引金額
019100                リンク貯金額
019200                リンクエラー番号
019220                リンク担当者ＩＤ
019240                リンク現金区分.
019300     IF リンクエラー番号 = 0
019400       ADD 振替残額 TO 売掛入金済額
019500       SET 売掛回収済 TO TRUE
