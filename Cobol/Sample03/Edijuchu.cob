000010* Copyright 1992-2015 FUJITSU LIMITED
000020 IDENTIFICATION DIVISION.
000030  PROGRAM-ID. EDIJUCHU.
000040*
000050*　ＥＤＩ受注取込。得意先から届いた固定長の注文ファイル（先頭
000060*　に得意先コード・発注番号・発注日のヘッダ，以下に商品コード・
000070*　数量の明細）を読み，ＳＡＭＰＬＥ３の伝票入力と同じ検査（得意
000080*　先が得意先マスタにあること，商品が商品マスタにあり販売停止・
000090*　廃番でないこと，数量があること）を通った明細を売上ファイルへ
000100*　登録する。単価は発注日に有効な単価（単価取得サブルーチン），
000110*　原価は発注日の原価（原価取得サブルーチン），営業担当者は得意
000120*　先マスタの担当者とする。
000130*　　受け付けなかった明細は理由を付けて得意先ごとの返送ファイル
000140*　（EDIERR.<得意先コード>）へ追記し，得意先へ送り返す。
000150*　　取り込んだファイルは得意先コード＋発注番号で受信履歴
000160*　（EDIRCV）に残し，同じファイルが再び届いたときは取り込まずに
000170*　拒否する。
000173*　　発注日の月が売上（UR）の締処理中・締済のファイルは取り込ま
000176*　ず，受信履歴にも残さない。
000180*
000190 ENVIRONMENT DIVISION.
000200  INPUT-OUTPUT SECTION.
000210   FILE-CONTROL.
000220     SELECT 受注ファイル ASSIGN TO 受注ファイル名
000230       ORGANIZATION      IS  LINE SEQUENTIAL
000240       FILE STATUS       IS  受注ファイルの状態.
000250     SELECT 商品マスタ ASSIGN TO DATAFILE
000260       ORGANIZATION      IS  INDEXED
000270       ACCESS MODE       IS  RANDOM
000280       RECORD KEY        IS  商品コード
000290                             OF 商品マスタレコード
000300       FILE STATUS       IS  商品マスタの状態.
000310     SELECT OPTIONAL 得意先マスタ
000320       ASSIGN TO "TOKUIM"
000330       ORGANIZATION      IS  INDEXED
000340       ACCESS MODE       IS  RANDOM
000350       RECORD KEY        IS  得意先コード
000360                             OF 得意先マスタレコード
000370       FILE STATUS       IS  得意先マスタの状態.
000380     SELECT OPTIONAL 売上ファイル ASSIGN TO SALEFILE
000390       ORGANIZATION      IS  INDEXED
000400       ACCESS MODE       IS  RANDOM
000410       RECORD KEY        IS  商品コード OF 売上レコード
000420                         WITH DUPLICATES
000430       ALTERNATE RECORD KEY IS  受注日
000440                         WITH DUPLICATES
000450       FILE STATUS       IS  売上ファイルの状態.
000460     SELECT OPTIONAL 受信履歴ファイル
000470       ASSIGN TO "EDIRCV"
000480       ORGANIZATION      IS  INDEXED
000490       ACCESS MODE       IS  RANDOM
000500       RECORD KEY        IS  受信キー
000510       FILE STATUS       IS  受信履歴の状態.
000520     SELECT OPTIONAL 返送ファイル
000530       ASSIGN TO 返送ファイル名
000540       ORGANIZATION      IS  LINE SEQUENTIAL
000550       FILE STATUS       IS  返送ファイルの状態.
000560*
000570 DATA DIVISION.
000580  FILE SECTION.
000590  FD  受注ファイル.
000600*　レコード区分　Ｈ：ヘッダ（ファイルの先頭に１件）　Ｄ：明細
000610  01  受注ヘッダレコード.
000620      02  ヘッダ区分          PIC  X(01).
000630      02  ヘッダ得意先コード  PIC  X(04).
000640      02  ヘッダ発注番号      PIC  X(10).
000650      02  ヘッダ発注日        PIC  9(08).
000660      02  FILLER              PIC  X(17).
000670  01  受注明細レコード.
000680      02  明細区分            PIC  X(01).
000690      02  明細行番号          PIC  9(04).
000700      02  明細商品コード      PIC  X(04).
000710      02  明細数量            PIC  9(04).
000720      02  FILLER              PIC  X(27).
000730  FD  商品マスタ.
000740  01  商品マスタレコード.
000750      COPY  SYOHINM OF COPYLIB.
000760  FD  得意先マスタ.
000770  01  得意先マスタレコード.
000780      02  得意先コード        PIC  X(04).
000790      02  得意先名            PIC  N(20).
000800      02  得意先住所          PIC  N(20).
000810      02  支払条件            PIC  X(02).
000820      02  得意先担当コード    PIC  X(04).
000830  FD  売上ファイル.
000840      COPY  URIAGE OF COPYLIB.
000850  FD  受信履歴ファイル.
000860  01  受信履歴レコード.
000870      02  受信キー.
000880          03  受信得意先コード PIC  X(04).
000890          03  受信発注番号    PIC  X(10).
000900      02  受信発注日          PIC  9(08).
000910      02  受信ファイル名      PIC  X(20).
000920      02  受信登録件数        PIC  9(05).
000930      02  受信返送件数        PIC  9(05).
000940      02  受信日時            PIC  X(14).
000950*　返送レコードは受け付けなかった明細に理由コードを付けたもの。
000960*　理由コード　01：商品なし　02：販売停止　03：廃番
000970*　　　　　　　04：数量不正　05：得意先なし　06：レコード不正
000980  FD  返送ファイル.
000990  01  返送レコード.
001000      02  返送得意先コード    PIC  X(04).
001010      02  返送発注番号        PIC  X(10).
001020      02  返送発注日          PIC  9(08).
001030      02  返送行番号          PIC  X(04).
001040      02  返送商品コード      PIC  X(04).
001050      02  返送数量            PIC  X(04).
001060      02  返送理由コード      PIC  X(02).
001070      02  返送後継商品コード  PIC  X(04).
001080      02  返送理由            PIC  N(10).
001090*
001100  WORKING-STORAGE SECTION.
001110   77  受注ファイルの状態      PIC  XX.
001120       88  受注ファイル正常    VALUE "00" "05".
001130   77  商品マスタの状態        PIC  XX.
001140       88  商品マスタ正常      VALUE "00" "05".
001150   77  得意先マスタの状態      PIC  XX.
001160       88  得意先マスタ正常    VALUE "00" "05".
001170   77  売上ファイルの状態      PIC  XX.
001180       88  売上ファイル正常    VALUE "00" "05".
001190   77  受信履歴の状態          PIC  XX.
001200       88  受信履歴正常        VALUE "00" "05".
001210   77  返送ファイルの状態      PIC  XX.
001220       88  返送ファイル正常    VALUE "00" "05".
001230   77  受注ファイル名          PIC  X(20).
001240   77  返送ファイル名          PIC  X(20).
001250   77  受注終了フラグ          PIC  X(01)  VALUE "N".
001260       88  受注終了            VALUE "Y".
001270   77  得意先確認フラグ        PIC  X(01)  VALUE "N".
001280       88  得意先確認済        VALUE "Y".
001290   77  返送オープンフラグ      PIC  X(01)  VALUE "N".
001300       88  返送オープン済      VALUE "Y".
001310   77  登録件数                PIC  9(05)  VALUE 0.
001320   77  返送件数                PIC  9(05)  VALUE 0.
001330   77  返送理由コード作業      PIC  X(02).
001340   77  売上時単価              PIC  9(04).
001350   77  単価取得結果            PIC  9(01).
001360   77  売上時原価              PIC  9(04).
001370   77  原価取得結果            PIC  9(01).
001380   77  発注得意先コード        PIC  X(04).
001390   77  発注番号                PIC  X(10).
001400   77  発注日                  PIC  9(08).
001410   77  発注担当コード          PIC  X(04).
001413   77  締確認サブシステム      PIC  X(02)  VALUE "UR".
001416   77  締確認結果              PIC  9(01).
001420   01  現在日時.
001430       02  現在日時１４        PIC  X(14).
001440       02  FILLER              PIC  X(07).
001450*
001460 PROCEDURE DIVISION.
001470     DISPLAY "ＥＤＩ受注取込".
001480     DISPLAY "受注ファイル名を入力してください".
001490     ACCEPT 受注ファイル名 FROM CONSOLE.
001500     OPEN INPUT 受注ファイル.
001510     IF NOT 受注ファイル正常
001520       DISPLAY "受注ファイルが開けません："
001530               受注ファイル名
001540       STOP RUN
001550     END-IF.
001560     PERFORM ヘッダ確認 THRU ヘッダ確認出口.
001570     IF 受注終了
001580       CLOSE 受注ファイル
001590       STOP RUN
001600     END-IF.
001610     OPEN INPUT 商品マスタ.
001620     IF NOT 商品マスタ正常
001630       DISPLAY "商品マスタが開けません"
001640       CLOSE 受信履歴ファイル
001650       CLOSE 受注ファイル
001660       STOP RUN
001670     END-IF.
001680     OPEN I-O 売上ファイル.
001690     IF NOT 売上ファイル正常
001700       OPEN OUTPUT 売上ファイル
001710     END-IF.
001720     PERFORM 受注読込.
001730     PERFORM 明細処理 UNTIL 受注終了.
001740     PERFORM 受信履歴登録.
001750     IF 返送オープン済
001760       CLOSE 返送ファイル
001770     END-IF.
001780     CLOSE 売上ファイル.
001790     CLOSE 商品マスタ.
001800     CLOSE 受信履歴ファイル.
001810     CLOSE 受注ファイル.
001820     DISPLAY "得意先：" 発注得意先コード
001830             "　発注番号：" 発注番号.
001840     DISPLAY "登録件数：" 登録件数.
001850     DISPLAY "返送件数：" 返送件数.
001860     IF 返送件数 NOT = 0
001870       DISPLAY "返送ファイル：" 返送ファイル名
001880     END-IF.
001890     STOP RUN.
001900*
001910*　先頭のヘッダを検査する。ヘッダが無い・発注日が不正・受信済み
001920*　のファイルは取り込まない（受注終了を立てて戻る）。得意先が
001930*　得意先マスタに無いファイルは受け付け，明細をすべて返送する。
001940*
001950 ヘッダ確認.
001960     READ 受注ファイル
001970       AT END
001980         DISPLAY "受注ファイルが空です"
001990         SET 受注終了 TO TRUE
002000         GO TO ヘッダ確認出口
002010     END-READ.
002020     IF ヘッダ区分 NOT = "H"
002030       DISPLAY "先頭にヘッダがありません"
002040       SET 受注終了 TO TRUE
002050       GO TO ヘッダ確認出口
002060     END-IF.
002070     IF ヘッダ発注日 NOT NUMERIC
002080       DISPLAY "発注日に誤りがあります"
002090       SET 受注終了 TO TRUE
002100       GO TO ヘッダ確認出口
002110     END-IF.
002120     MOVE ヘッダ得意先コード TO 発注得意先コード.
002130     MOVE ヘッダ発注番号     TO 発注番号.
002140     MOVE ヘッダ発注日       TO 発注日.
002141     CALL "締状態確認" USING 締確認サブシステム
002142          発注日 締確認結果.
002143     IF 締確認結果 NOT = 0
002144       DISPLAY "発注日の月は締処理中か締済です"
002145       SET 受注終了 TO TRUE
002146       GO TO ヘッダ確認出口
002147     END-IF.
002150     OPEN I-O 受信履歴ファイル.
002160     IF NOT 受信履歴正常
002170       OPEN OUTPUT 受信履歴ファイル
002180       CLOSE 受信履歴ファイル
002190       OPEN I-O 受信履歴ファイル
002200     END-IF.
002210     MOVE 発注得意先コード TO 受信得意先コード.
002220     MOVE 発注番号         TO 受信発注番号.
002230     READ 受信履歴ファイル
002240       INVALID KEY
002250         CONTINUE
002260       NOT INVALID KEY
002270         DISPLAY "受信済みのファイルです"
002280                 "　得意先：" 発注得意先コード
002290         DISPLAY "発注番号：" 発注番号
002300                 "　受信日時：" 受信日時
002310         CLOSE 受信履歴ファイル
002320         SET 受注終了 TO TRUE
002330         GO TO ヘッダ確認出口
002340     END-READ.
002350     MOVE SPACE TO 発注担当コード.
002360     OPEN INPUT 得意先マスタ.
002370     MOVE 発注得意先コード
002380       TO 得意先コード OF 得意先マスタレコード.
002390     READ 得意先マスタ
002400       INVALID KEY
002410         DISPLAY "得意先コードに誤りがあります："
002420                 発注得意先コード
002430       NOT INVALID KEY
002440         SET 得意先確認済 TO TRUE
002450         MOVE 得意先担当コード TO 発注担当コード
002460     END-READ.
002470     CLOSE 得意先マスタ.
002480     MOVE SPACE TO 返送ファイル名.
002490     STRING "EDIERR." 発注得意先コード
002500            DELIMITED BY SIZE
002510       INTO 返送ファイル名.
002520*　取込の途中で止まっても同じファイルを二重に取り込まないよう，
002530*　明細を読む前に受信履歴を書いておき，終了時に件数を書き直す。
002540     MOVE 発注日         TO 受信発注日.
002550     MOVE 受注ファイル名 TO 受信ファイル名.
002560     MOVE 0              TO 受信登録件数.
002570     MOVE 0              TO 受信返送件数.
002580     MOVE FUNCTION CURRENT-DATE TO 現在日時.
002590     MOVE 現在日時１４   TO 受信日時.
002600     WRITE 受信履歴レコード.
002610*
002620 ヘッダ確認出口.
002630     EXIT.
002640*
002650 受注読込.
002660     READ 受注ファイル
002670       AT END
002680         SET 受注終了 TO TRUE
002690     END-READ.
002700*
002710 明細処理.
002720     PERFORM 明細１件登録 THRU 明細１件登録出口.
002730     PERFORM 受注読込.
002740*
002750*　ＳＡＭＰＬＥ３と同じ順に検査し，最初に見つかった誤りで返送
002760*　する。
002770*
002780 明細１件登録.
002790     IF 明細区分 NOT = "D"
002800       MOVE "06" TO 返送理由コード作業
002810       PERFORM 返送出力
002820       GO TO 明細１件登録出口
002830     END-IF.
002840     IF NOT 得意先確認済
002850       MOVE "05" TO 返送理由コード作業
002860       PERFORM 返送出力
002870       GO TO 明細１件登録出口
002880     END-IF.
002890     MOVE 明細商品コード
002900       TO 商品コード OF 商品マスタレコード.
002910     READ 商品マスタ
002920       INVALID KEY
002930         MOVE "01" TO 返送理由コード作業
002940         PERFORM 返送出力
002950         GO TO 明細１件登録出口
002960     END-READ.
002970     IF 商品販売停止
002980       MOVE "02" TO 返送理由コード作業
002990       PERFORM 返送出力
003000       GO TO 明細１件登録出口
003010     END-IF.
003020     IF 商品廃番
003030       MOVE "03" TO 返送理由コード作業
003040       PERFORM 返送出力
003050       GO TO 明細１件登録出口
003060     END-IF.
003070     IF 明細数量 NOT NUMERIC OR 明細数量 = 0
003080       MOVE "04" TO 返送理由コード作業
003090       PERFORM 返送出力
003100       GO TO 明細１件登録出口
003110     END-IF.
003120     PERFORM 単価原価決定.
003130     MOVE 明細商品コード
003135       TO 商品コード OF 売上レコード.
003140     MOVE 商品名 OF 商品マスタレコード
003150       TO 商品名 OF 売上レコード.
003160     MOVE 発注日           TO 受注日.
003170     MOVE 明細数量         TO 数量.
003180     COMPUTE 金額 = 明細数量 * 売上時単価.
003190     MOVE 発注得意先コード
003200       TO 得意先コード OF 売上レコード.
003210     MOVE 発注担当コード   TO 営業担当コード.
003220     COMPUTE 原価金額 = 明細数量 * 売上時原価.
003230     WRITE 売上レコード.
003240     ADD 1 TO 登録件数.
003250*
003260 明細１件登録出口.
003270     EXIT.
003280*
003290*　単価・原価とも発注日に有効なものを履歴から求め，履歴が無け
003300*　れば商品マスタの現在値を使う。
003310*
003320 単価原価決定.
003330     CALL "単価取得" USING 明細商品コード
003340                           発注日
003350                           売上時単価
003360                           単価取得結果.
003370     IF 単価取得結果 NOT = 0
003380       MOVE 単価 OF 商品マスタレコード
003390         TO 売上時単価
003400     END-IF.
003410     CALL "原価取得" USING 明細商品コード
003420                           発注日
003430                           売上時原価
003440                           原価取得結果.
003450     IF 原価取得結果 NOT = 0
003460       IF 原価 OF 商品マスタレコード NUMERIC
003470         MOVE 原価 OF 商品マスタレコード
003480           TO 売上時原価
003490       ELSE
003500         MOVE 0 TO 売上時原価
003510       END-IF
003520     END-IF.
003530*
003540*　返送ファイルは得意先ごとに追記し，送り返した後に消す運用と
003550*　する。最初の返送明細で開く。
003560*
003570 返送出力.
003580     IF NOT 返送オープン済
003590       OPEN EXTEND 返送ファイル
003600       SET 返送オープン済 TO TRUE
003610     END-IF.
003620     MOVE SPACE TO 返送レコード.
003630     MOVE 発注得意先コード   TO 返送得意先コード.
003640     MOVE 発注番号           TO 返送発注番号.
003650     MOVE 発注日             TO 返送発注日.
003660     MOVE 受注明細レコード(2:4)  TO 返送行番号.
003670     MOVE 受注明細レコード(6:4)  TO 返送商品コード.
003680     MOVE 受注明細レコード(10:4) TO 返送数量.
003690     MOVE 返送理由コード作業 TO 返送理由コード.
003700     EVALUATE 返送理由コード作業
003710       WHEN "01"
003720         MOVE "商品コードなし" TO 返送理由
003730       WHEN "02"
003740         MOVE 後継商品コード TO 返送後継商品コード
003750         MOVE "販売停止" TO 返送理由
003760       WHEN "03"
003770         MOVE 後継商品コード TO 返送後継商品コード
003780         MOVE "廃番" TO 返送理由
003790       WHEN "04"
003800         MOVE "数量不正" TO 返送理由
003810       WHEN "05"
003820         MOVE "得意先コードなし" TO 返送理由
003830       WHEN OTHER
003840         MOVE "レコード不正" TO 返送理由
003850     END-EVALUATE.
003860     WRITE 返送レコード.
003870     ADD 1 TO 返送件数.
003880*
003890 受信履歴登録.
003900     MOVE 発注得意先コード TO 受信得意先コード.
003910     MOVE 発注番号         TO 受信発注番号.
003920     READ 受信履歴ファイル
003930       INVALID KEY
003940         DISPLAY "受信履歴が読めません"
003950       NOT INVALID KEY
003960         MOVE 登録件数 TO 受信登録件数
003970         MOVE 返送件数 TO 受信返送件数
003980         REWRITE 受信履歴レコード
003990     END-READ.
