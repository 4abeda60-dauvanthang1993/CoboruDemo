000010* Copyright 1992-2015 FUJITSU LIMITED
000020 IDENTIFICATION DIVISION.
000030  PROGRAM-ID. URICONV3.
000040*
000050*　売上ファイルの一回限りの変換。売上レコードへ営業担当コード
000060*　が追加されたため，旧様式（７６バイト）の既存ファイルを新様式
000070*　（８０バイト）へ写し替える。旧データの営業担当者は得意先マス
000080*　タ（TOKUIM）の現在の担当者を補い，担当の無い得意先・窓口・
000090*　オンライン売上は空白（担当なし）とする。変換後，出力ファイル
000100*　を所定の売上ファイル名に置き換えてから新しい各プログラムを
000110*　使う。
000120*
000130 ENVIRONMENT DIVISION.
000140  INPUT-OUTPUT SECTION.
000150   FILE-CONTROL.
000160     SELECT 旧売上ファイル ASSIGN TO SALEFILE
000170       FILE STATUS       IS  旧ファイルの状態
000180       ORGANIZATION      IS  INDEXED
000190       ACCESS MODE       IS  SEQUENTIAL
000200       RECORD KEY        IS  旧商品コード
000210                         WITH DUPLICATES
000220       ALTERNATE RECORD KEY IS  旧受注日
000230                         WITH DUPLICATES.
000240     SELECT 新売上ファイル ASSIGN TO "URIAGE.NEW"
000250       FILE STATUS       IS  新ファイルの状態
000260       ORGANIZATION      IS  INDEXED
000270       ACCESS MODE       IS  SEQUENTIAL
000280       RECORD KEY        IS  商品コード OF 売上レコード
000290                         WITH DUPLICATES
000300       ALTERNATE RECORD KEY IS  受注日
000310                         WITH DUPLICATES.
000320     SELECT OPTIONAL 得意先マスタ
000330       ASSIGN TO "TOKUIM"
000340       ORGANIZATION      IS  INDEXED
000350       ACCESS MODE       IS  RANDOM
000360       RECORD KEY        IS  得意先コード
000370                             OF 得意先マスタレコード
000380       FILE STATUS       IS  得意先マスタの状態.
000390*
000400 DATA DIVISION.
000410  FILE SECTION.
000420  FD  旧売上ファイル.
000430  01  旧売上レコード.
000440      02  旧商品コード        PIC  X(4).
000450      02  旧商品名            PIC  N(20).
000460      02  旧受注日            PIC  9(8).
000470      02  旧数量              PIC S9(4).
000480      02  旧金額              PIC S9(8).
000490      02  旧得意先コード      PIC  X(4).
000500      02  旧原価金額          PIC S9(8).
000510  FD  新売上ファイル.
000520      COPY  URIAGE OF COPYLIB.
000530  FD  得意先マスタ.
000540  01  得意先マスタレコード.
000550      02  得意先コード        PIC  X(04).
000560      02  得意先名            PIC  N(20).
000570      02  得意先住所          PIC  N(20).
000580      02  支払条件            PIC  X(02).
000590      02  得意先担当コード    PIC  X(04).
000600*
000610  WORKING-STORAGE SECTION.
000620   77  旧ファイルの状態        PIC  XX.
000630       88  旧ファイル正常      VALUE "00" "05".
000640   77  新ファイルの状態        PIC  XX.
000650       88  新ファイル正常      VALUE "00" "05".
000660   77  得意先マスタの状態      PIC  XX.
000670       88  得意先マスタ正常    VALUE "00" "05".
000680   77  旧終了フラグ            PIC  X(01)  VALUE "N".
000690       88  旧終了              VALUE "Y".
000700   77  変換件数                PIC  9(07)  VALUE 0.
000710   77  担当なし件数            PIC  9(07)  VALUE 0.
000720*
000730 PROCEDURE DIVISION.
000740     DISPLAY "売上ファイル様式変換"
000750             "（営業担当コード追加）".
000760     OPEN INPUT 旧売上ファイル.
000770     IF NOT 旧ファイル正常
000780       DISPLAY "旧売上ファイルが開けません"
000790       STOP RUN
000800     END-IF.
000810     OPEN INPUT 得意先マスタ.
000820     IF NOT 得意先マスタ正常
000830       DISPLAY "得意先マスタが開けません"
000840       CLOSE 旧売上ファイル
000850       STOP RUN
000860     END-IF.
000870     OPEN OUTPUT 新売上ファイル.
000880     IF NOT 新ファイル正常
000890       DISPLAY "URIAGE.NEWが作成できません"
000900       CLOSE 得意先マスタ
000910       CLOSE 旧売上ファイル
000920       STOP RUN
000930     END-IF.
000940     PERFORM 旧売上読込.
000950     PERFORM 変換処理 UNTIL 旧終了.
000960     CLOSE 新売上ファイル.
000970     CLOSE 得意先マスタ.
000980     CLOSE 旧売上ファイル.
000990     DISPLAY "変換件数：" 変換件数.
001000     DISPLAY "うち担当なし：" 担当なし件数.
001010     DISPLAY "URIAGE.NEWを売上ファイルに"
001020             "置き換えてください".
001030     STOP RUN.
001040*
001050  旧売上読込.
001060     READ 旧売上ファイル NEXT RECORD
001070       AT END
001080         SET 旧終了 TO TRUE
001090     END-READ.
001100*
001110  変換処理.
001120     MOVE 旧商品コード TO 商品コード
001130                          OF 売上レコード.
001140     MOVE 旧商品名     TO 商品名 OF 売上レコード.
001150     MOVE 旧受注日     TO 受注日.
001160     MOVE 旧数量       TO 数量.
001170     MOVE 旧金額       TO 金額.
001180     MOVE 旧得意先コード
001190                       TO 得意先コード
001200                          OF 売上レコード.
001210     MOVE 旧原価金額   TO 原価金額.
001220     PERFORM 担当者補完.
001230     WRITE 売上レコード.
001240     ADD 1 TO 変換件数.
001250     PERFORM 旧売上読込.
001260*
001270  担当者補完.
001280     MOVE SPACE TO 営業担当コード.
001290     MOVE 旧得意先コード
001300       TO 得意先コード OF 得意先マスタレコード.
001310     READ 得意先マスタ
001320       INVALID KEY
001330         CONTINUE
001340       NOT INVALID KEY
001350         MOVE 得意先担当コード TO 営業担当コード
001360     END-READ.
001370     IF 営業担当コード = SPACE
001380       ADD 1 TO 担当なし件数
001390     END-IF.
