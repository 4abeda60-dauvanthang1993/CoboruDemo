000010* Copyright 1992-2015 FUJITSU LIMITED
000020 IDENTIFICATION DIVISION.
000030  PROGRAM-ID. URICONV2.
000040*
000050*　売上ファイルの一回限りの変換。売上レコードへ原価金額が追加
000060*　されたため，旧様式（６８バイト）の既存ファイルを新様式（７６
000070*　バイト）へ写し替える。原価金額は受注日時点の原価（原価履歴，
000080*　無ければ商品マスタの現在原価）×数量で見積もり，原価が未設定
000090*　の商品は０のまま件数を報告する。変換後，出力ファイルを所定の
000100*　売上ファイル名に置き換えてから新しい各プログラムを使う。
000110*
000120 ENVIRONMENT DIVISION.
000130  INPUT-OUTPUT SECTION.
000140   FILE-CONTROL.
000150     SELECT 旧売上ファイル ASSIGN TO SALEFILE
000160       FILE STATUS       IS  旧ファイルの状態
000170       ORGANIZATION      IS  INDEXED
000180       ACCESS MODE       IS  SEQUENTIAL
000190       RECORD KEY        IS  旧商品コード
000200                         WITH DUPLICATES
000210       ALTERNATE RECORD KEY IS  旧受注日
000220                         WITH DUPLICATES.
000230     SELECT 新売上ファイル ASSIGN TO "URIAGE.NEW"
000240       FILE STATUS       IS  新ファイルの状態
000250       ORGANIZATION      IS  INDEXED
000260       ACCESS MODE       IS  SEQUENTIAL
000270       RECORD KEY        IS  商品コード OF 売上レコード
000280                         WITH DUPLICATES
000290       ALTERNATE RECORD KEY IS  受注日
000300                         WITH DUPLICATES.
000310     SELECT 商品マスタ ASSIGN TO DATAFILE
000320       ORGANIZATION      IS  INDEXED
000330       ACCESS MODE       IS  RANDOM
000340       RECORD KEY        IS  商品コード
000350                             OF 商品マスタレコード
000360       ALTERNATE RECORD KEY IS 商品名
000370                             OF 商品マスタレコード
000380       FILE STATUS       IS  商品マスタの状態.
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
000500  FD  新売上ファイル.
000510      COPY  URIAGE OF COPYLIB.
000520  FD  商品マスタ.
000530  01  商品マスタレコード.
000540      COPY  SYOHINM OF COPYLIB.
000550*
000560  WORKING-STORAGE SECTION.
000570   77  旧ファイルの状態        PIC  XX.
000580       88  旧ファイル正常      VALUE "00" "05".
000590   77  新ファイルの状態        PIC  XX.
000600       88  新ファイル正常      VALUE "00" "05".
000610   77  商品マスタの状態        PIC  XX.
000620       88  商品マスタ正常      VALUE "00" "05".
000630   77  旧終了フラグ            PIC  X(01)  VALUE "N".
000640       88  旧終了              VALUE "Y".
000650   77  変換件数                PIC  9(07)  VALUE 0.
000660   77  原価未設定件数          PIC  9(07)  VALUE 0.
000670   77  売上時原価              PIC  9(04).
000680   77  原価取得結果            PIC  9(01).
000690*
000700 PROCEDURE DIVISION.
000710     DISPLAY "売上ファイル様式変換"
000715             "（原価金額追加）".
000720     OPEN INPUT 旧売上ファイル.
000730     IF NOT 旧ファイル正常
000740       DISPLAY "旧売上ファイルが開けません"
000750       STOP RUN
000760     END-IF.
000770     OPEN INPUT 商品マスタ.
000780     IF NOT 商品マスタ正常
000790       DISPLAY "商品マスタが開けません"
000800       CLOSE 旧売上ファイル
000810       STOP RUN
000820     END-IF.
000830     OPEN OUTPUT 新売上ファイル.
000840     IF NOT 新ファイル正常
000850       DISPLAY "URIAGE.NEWが作成できません"
000860       CLOSE 商品マスタ
000870       CLOSE 旧売上ファイル
000880       STOP RUN
000890     END-IF.
000900     PERFORM 旧売上読込.
000910     PERFORM 変換処理 UNTIL 旧終了.
000920     CLOSE 新売上ファイル.
000930     CLOSE 商品マスタ.
000940     CLOSE 旧売上ファイル.
000950     DISPLAY "変換件数：" 変換件数.
000960     DISPLAY "うち原価未設定：" 原価未設定件数.
000970     DISPLAY "URIAGE.NEWを売上ファイルに"
000980             "置き換えてください".
000990     STOP RUN.
001000*
001010  旧売上読込.
001020     READ 旧売上ファイル NEXT RECORD
001030       AT END
001040         SET 旧終了 TO TRUE
001050     END-READ.
001060*
001070  変換処理.
001080     MOVE 旧商品コード TO 商品コード
001090                          OF 売上レコード.
001100     MOVE 旧商品名     TO 商品名 OF 売上レコード.
001110     MOVE 旧受注日     TO 受注日.
001120     MOVE 旧数量       TO 数量.
001130     MOVE 旧金額       TO 金額.
001140     MOVE 旧得意先コード
001150                       TO 得意先コード
001160                          OF 売上レコード.
001170     PERFORM 原価見積.
001180     COMPUTE 原価金額 = 数量 * 売上時原価.
001182*　営業担当者は旧データに無いため空白（担当なし）とする。
001185     MOVE SPACE TO 営業担当コード.
001190     WRITE 売上レコード.
001200     ADD 1 TO 変換件数.
001210     PERFORM 旧売上読込.
001220*
001230*　受注日時点の原価を原価履歴から求め，無ければ商品マスタの
001240*　現在原価を使う。どちらも無い商品は０とする。
001250*
001260  原価見積.
001270     CALL "原価取得" USING 旧商品コード 旧受注日
001280                           売上時原価 原価取得結果.
001290     IF 原価取得結果 = 0
001300       EXIT PARAGRAPH
001310     END-IF.
001320     MOVE 0 TO 売上時原価.
001330     MOVE 旧商品コード TO 商品コード
001340                          OF 商品マスタレコード.
001350     READ 商品マスタ
001360       INVALID KEY
001370         ADD 1 TO 原価未設定件数
001380         EXIT PARAGRAPH
001390     END-READ.
001400     IF 原価 OF 商品マスタレコード NUMERIC
001410        AND 原価 OF 商品マスタレコード NOT = 0
001420       MOVE 原価 OF 商品マスタレコード
001430         TO 売上時原価
001440     ELSE
001450       ADD 1 TO 原価未設定件数
001460     END-IF.
