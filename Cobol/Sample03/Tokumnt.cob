000600*　商品マスタで検証するのと同じ要領で得意先コードを検証できる
000700*　よう，得意先（コード・名称・住所・支払条件）の登録・変更・
000800*　削除・一覧を行う。売上レコードに追加された得意先コードの
000900*　名称解決にも使う。得意先ごとの営業担当者は営業担当者マスタ
000950*　（EIGYOM）で検証し，売上伝票の担当者の初期値になる。
000966*　登録・変更・削除は担当者と変更前後の内容を添えて監査
000982*　ジャーナル（AUDITJNL）へ記録する。
001000*
001100 ENVIRONMENT DIVISION.
001200  INPUT-OUTPUT SECTION.
001700       ACCESS MODE       IS  DYNAMIC
001800       RECORD KEY        IS  得意先コード
001900       FILE STATUS       IS  得意先マスタの状態.
001910     SELECT OPTIONAL 営業担当者マスタ
001920       ASSIGN TO "EIGYOM"
001930       ORGANIZATION      IS  INDEXED
001940       ACCESS MODE       IS  RANDOM
001950       RECORD KEY        IS  担当コード
001960       FILE STATUS       IS  担当者マスタの状態.
002000*
002100 DATA DIVISION.
002200  FILE SECTION.
002900          88  月末締翌月末払  VALUE "01".
003000          88  月末締翌々月払  VALUE "02".
003100          88  現金払          VALUE "09".
003120      02  得意先担当コード    PIC  X(04).
003140  FD  営業担当者マスタ.
003160  01  営業担当者レコード.
003180      COPY  EIGYOM OF COPYLIB.
003200*
003300  WORKING-STORAGE SECTION.
003400   77  得意先マスタの状態      PIC  XX.
003500       88  得意先マスタ正常    VALUE "00" "05".
003520   77  担当者マスタの状態      PIC  XX.
003540       88  担当者マスタ正常    VALUE "00" "05".
003560   77  担当者使用可Ｆ          PIC  X(01)  VALUE "N".
003580       88  担当者使用可        VALUE "Y".
003600   77  処理区分                PIC  9(01).
003700   77  終了区分                PIC  9(01)  VALUE 0.
003800       88  保守終了            VALUE 9.
003900   77  一覧終了フラグ          PIC  X(01).
004000       88  一覧終了            VALUE "Y".
004012       COPY AUDITP REPLACING ==:MASTER:== BY =="TOKUIM"==.
004100*
004200 PROCEDURE DIVISION.
004300     DISPLAY "得意先マスタ保守".
004333     DISPLAY "担当者コードを入力してください".
004366     ACCEPT 監査担当者 FROM CONSOLE.
004400     OPEN I-O 得意先マスタ.
004420     OPEN INPUT 営業担当者マスタ.
004440     IF 担当者マスタ正常
004460       SET 担当者使用可 TO TRUE
004480     END-IF.
004500     PERFORM 保守メニュー処理 UNTIL 保守終了.
004550     CLOSE 営業担当者マスタ.
004600     CLOSE 得意先マスタ.
004700     STOP RUN.
004800*
006500     ACCEPT 得意先コード FROM CONSOLE.
006600     READ 得意先マスタ
006700       INVALID KEY
006750         MOVE SPACE TO 監査変更前
006800         PERFORM 項目入力
006900         WRITE 得意先マスタレコード
006933         MOVE "10" TO 監査区分
006966         PERFORM 変更監査記録
007000         DISPLAY "登録しました"
007100       NOT INVALID KEY
007133         MOVE 得意先マスタレコード
007166           TO 監査変更前
007200         PERFORM 項目入力
007300         REWRITE 得意先マスタレコード
007333         MOVE "20" TO 監査区分
007366         PERFORM 変更監査記録
007400         DISPLAY "変更しました"
007500     END-READ.
007600*
008200     DISPLAY "支払条件を入力"
008300             "(01:翌月末 02:翌々月末 09:現金)".
008400     ACCEPT 支払条件 FROM CONSOLE.
008405     DISPLAY "営業担当コードを入力(無ければ空白)".
008410     ACCEPT 得意先担当コード FROM CONSOLE.
008415     PERFORM 担当者確認.
008420*
008425*　営業担当者マスタに無い担当コードは登録せず空白とする。
008430*
008435  担当者確認.
008440     IF 得意先担当コード = SPACE OR NOT 担当者使用可
008445       EXIT PARAGRAPH
008450     END-IF.
008455     MOVE 得意先担当コード TO 担当コード.
008460     READ 営業担当者マスタ
008465       INVALID KEY
008470         DISPLAY "営業担当者が未登録です"
008472                 "（空白とします）"
008475         MOVE SPACE TO 得意先担当コード
008480       NOT INVALID KEY
008485         DISPLAY "担当：" 担当者名
008490     END-READ.
008500*
008600  削除処理.
008700     DISPLAY "得意先コードを入力してください".
009000       INVALID KEY
009100         DISPLAY "得意先コードが存在しません"
009200       NOT INVALID KEY
009233         MOVE 得意先マスタレコード
009266           TO 監査変更前
009300         DELETE 得意先マスタ
009333         MOVE "30" TO 監査区分
009366         PERFORM 変更監査記録
009400         DISPLAY "削除しました"
009500     END-READ.
009600*
010900         SET 一覧終了 TO TRUE
011000       NOT AT END
011100         DISPLAY 得意先コード " " 得意先名
011200                 " " 支払条件 " " 得意先担当コード
011300     END-READ.
011400*
011500*　変更の証跡（誰が・いつ・何をどう変えたか）を監査
011600*　ジャーナルへ書き残す。
011700*
011800  変更監査記録.
011900     MOVE 得意先コード TO 監査キー.
012000     IF 監査区分 = "30"
012100       MOVE SPACE TO 監査変更後
012200     ELSE
012300       MOVE 得意先マスタレコード
012400         TO 監査変更後
012500     END-IF.
012600     CALL "変更監査" USING 監査連絡域.
