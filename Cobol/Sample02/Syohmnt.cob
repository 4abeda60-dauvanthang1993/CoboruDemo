000600*　索引編成の商品マスタに対し，画面対話で１件ずつの登録・変更・
000700*　削除・照会を行う。すべての変更は担当者・日時・変更前後の内容
000800*　付きで変更ジャーナルへ書き残し，日次の変更リストも出力できる。
000833*　変更は各マスタ保守と共通の監査ジャーナル（AUDITJNL）にも
000866*　記録する。
000900*
001000 ENVIRONMENT DIVISION.
001100  INPUT-OUTPUT SECTION.
003900      02  FILLER              PIC  X(01).
004000      02  ジャーナル区分      PIC  X(02).
004100      02  FILLER              PIC  X(01).
004200      02  ジャーナル変更前    PIC  X(58).
004300      02  FILLER              PIC  X(01).
004400      02  ジャーナル変更後    PIC  X(58).
004500  FD  変更リストファイル.
004600  01  変更リスト行            PIC  X(144).
004700*
004800  WORKING-STORAGE SECTION.
004900   77  商品マスタの状態        PIC  XX.
005750   77  ワーク区分              PIC  X(02).
005800   77  ジャーナル終了フラグ    PIC  X(01).
005900       88  ジャーナル終了      VALUE "Y".
006000   01  変更前レコード退避      PIC  X(58).
006100   01  変更後レコード退避      PIC  X(58).
006112       COPY AUDITP REPLACING ==:MASTER:== BY =="SYOHINM"==.
006200   01  現在日時.
006300       02  現在日時１４        PIC  X(14).
006400       02  FILLER              PIC  X(07).
010200     READ 商品マスタ
010300       INVALID KEY
010400         PERFORM 項目入力
010450         PERFORM 原価入力
010500         WRITE 商品マスタレコード
010600         MOVE SPACE TO 変更前レコード退避
010700         MOVE 商品マスタレコード
016040                   OF 商品マスタレコード
016050         DISPLAY "税区分：" 税率区分
016060                   OF 商品マスタレコード
016065         IF 原価 OF 商品マスタレコード NOT NUMERIC
016070           DISPLAY "原価　：未設定"
016075         ELSE
016080           DISPLAY "原価　：" 原価
016085                     OF 商品マスタレコード
016090         END-IF
016100     END-READ.
016200*
016300  項目入力.
016992     DISPLAY "税率区分を入力(空白:標準 2:軽減)".
016994     ACCEPT 税率区分 OF 商品マスタレコード
016996       FROM CONSOLE.
016997*
016998*　原価は新規登録時にだけ入力する。以後の改定は価格改定
016999*　（KAITEI）で行い，原価履歴に残す。
017000*
017001  原価入力.
017002     DISPLAY "原価を入力してください".
017003     ACCEPT 原価 OF 商品マスタレコード
017023       FROM CONSOLE.
017043*
017100  ジャーナル出力−登録.
017200     MOVE "10" TO ワーク区分.
017300     PERFORM ジャーナル書込.
019800       WRITE 変更ジャーナルレコード
019900       CLOSE 変更ジャーナルファイル
020000     END-IF.
020012     MOVE 担当者コード   TO 監査担当者.
020024     MOVE 商品コード OF 商品マスタレコード
020036       TO 監査キー.
020048     MOVE ワーク区分     TO 監査区分.
020060     MOVE 変更前レコード退避 TO 監査変更前.
020072     MOVE 変更後レコード退避 TO 監査変更後.
020084     CALL "変更監査" USING 監査連絡域.
020100*
020200*　指定日のジャーナルだけを抜き出した変更リストを作る。
020300*
