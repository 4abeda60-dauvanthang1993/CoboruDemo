000500*　予約履歴から指定月の確定利用（不泊を含む）を部門別にまとめ，
000600*　会議室マスタの時間単価で金額を付けた部門別請求書と，経理向け
000700*　の部門合計一覧を請求書ファイルへ出力する。
000733*　組合せ会議室（ROOMKM）の予約は組合せ会議室の時間単価で一度
000766*　だけ課金し，構成室には課金しない（摘要に組合せ室と示す）。
000777*　予約に付けた仕出し・サービス注文（SHIDAYOY）は，納品日が対象
000788*　月の有効な注文を部門ごとに「サービス」区分として別に請求する。
000800*
000900*            Copyright 1999-2015 FUJITSU LIMITED
001000*========================================================================
002791       ACCESS MODE  IS RANDOM
002792       RECORD KEY   IS 機材番号
002793       FILE STATUS  IS 機材マスタ状態.
002794     SELECT OPTIONAL 会議室組合せファイル
002795       ASSIGN TO "ROOMKM"
002796       ORGANIZATION IS INDEXED
002797       ACCESS MODE  IS RANDOM
002798       RECORD KEY   IS 組合せ会議室番号
002799       FILE STATUS  IS 会議室組合せ状態.
002800     SELECT 請求書ファイル
002900       ASSIGN TO "SEIKYU17.RPT"
003000       ORGANIZATION IS LINE SEQUENTIAL.
003014     SELECT OPTIONAL 仕出し注文ファイル
003028       ASSIGN TO "SHIDAYOY"
003042       ORGANIZATION IS INDEXED
003056       ACCESS MODE  IS DYNAMIC
003070       RECORD KEY   IS 注文番号
003084       FILE STATUS  IS 仕出し注文状態.
003100 DATA            DIVISION.
003200 FILE SECTION.
003300 FD  予約履歴ファイル.
004076     02  点検周期月数        PIC  9(03).
004077     02  最終点検日          PIC  9(08).
004078     02  機材時間単価        PIC  9(06).
004085 FD  会議室組合せファイル.
004092     COPY ROOMKUMI.
004094 FD  仕出し注文ファイル.
004096     COPY SHIDAYOY.
004100 FD  請求書ファイル.
004200 01  請求書行                PIC  X(100).
004300 WORKING-STORAGE SECTION.
005600 77  明細金額                PIC  9(09).
005700 77  会社合計金額            PIC  9(11)  VALUE 0.
005800 77  出力部門コード          PIC  X(04).
005813 77  仕出し注文状態          PIC  X(02).
005826     88  仕出し注文正常      VALUE "00" "05".
005839 77  仕出し使用可フラグ      PIC  X(01)  VALUE "N".
005852     88  仕出し使用可        VALUE "Y".
005865 77  仕出し走査終了フラグ    PIC  X(01).
005878     88  仕出し走査終了      VALUE "Y".
005891 77  仕出し明細金額          PIC  9(09).
005910 77  機材予約状態            PIC  X(02).
005920     88  機材予約正常        VALUE "00" "05".
005922*　機材予約状態は入出力のたびに変わるため，オープンの成否は
005980 77  機材利用時間            PIC  9(05)V99.
005990 77  機材明細金額            PIC  9(09).
005991 77  対象予約番号            PIC  9(06).
005992 77  会議室組合せ状態        PIC  X(02).
005993     88  会議室組合せ正常    VALUE "00" "05".
005994 77  組合せ使用可フラグ      PIC  X(01)  VALUE "N".
005995     88  組合せ使用可        VALUE "Y".
006000 01  部門集計表.
006100     02  部門集計明細  OCCURS 50.
006200         03  集計部門コード  PIC  X(04).
006400         03  集計金額        PIC  9(11).
006500         03  集計件数        PIC  9(05).
006510         03  集計機材金額    PIC  9(11).
006555         03  集計仕出し金額  PIC  9(11).
006600*
006700 01  明細行編集域.
006800     02  編集予約番号        PIC  9(06).
010614       SET 機材予約使用可 TO TRUE
010616     END-IF.
010620     OPEN INPUT 機材マスタファイル.
010636     OPEN INPUT 会議室組合せファイル.
010652     IF 会議室組合せ正常
010668       SET 組合せ使用可 TO TRUE
010684     END-IF.
010687     OPEN INPUT 仕出し注文ファイル.
010690     IF 仕出し注文正常
010693       SET 仕出し使用可 TO TRUE
010696     END-IF.
010700     OPEN OUTPUT 請求書ファイル.
010800     PERFORM 部門一覧作成.
010900*
011660          スプール帳票名 スプール本文名
011670          スプール登録結果.
011690     CLOSE 機材マスタファイル.
011692     CLOSE 会議室組合せファイル.
011695     CLOSE 機材予約ファイル.
011697     CLOSE 仕出し注文ファイル.
011700     CLOSE 会議室マスタファイル.
011800     DISPLAY "請求部門数：" 部門登録数.
011900     STOP RUN.
018360              DELIMITED BY SIZE INTO 請求書行
018370       WRITE 請求書行
018380     END-IF.
018390     PERFORM 仕出し明細処理.
018400*
018500 部門明細処理.
018600     IF 履歴利用日(1:6) = 対象年月
022000     IF 履歴不泊
022100       MOVE "（不泊）" TO 編集摘要
022200     ELSE
022266       MOVE SPACE TO 編集摘要
022332       PERFORM 組合せ室判定
022400     END-IF.
022500     MOVE 明細行編集域 TO 請求書行.
022600     WRITE 請求書行.
023009            DELIMITED BY SIZE INTO 請求書行.
023010     WRITE 請求書行.
023011     ADD 機材明細金額 TO 集計機材金額(部門添字).
023013*
023015*　組合せ会議室の予約なら摘要に示す。
023017*
023019 組合せ室判定.
023021     IF NOT 組合せ使用可
023023       EXIT PARAGRAPH
023025     END-IF.
023027     MOVE 履歴会議室番号 TO 組合せ会議室番号.
023029     READ 会議室組合せファイル
023031       INVALID KEY
023033         CONTINUE
023035       NOT INVALID KEY
023037         MOVE "組合せ室" TO 編集摘要
023039     END-READ.
023055*
023100*　経理確認用の部門合計一覧（会社合計付き）。
023200*
025150       TO 一覧部門コード.
025200     MOVE 集計件数(部門添字)   TO 一覧件数.
025300     MOVE 集計時間数(部門添字) TO 一覧時間数.
025310*　一覧の金額は会議室利用・機材利用・サービスの合算とする。
025400     COMPUTE 一覧金額 = 集計金額(部門添字)
025433       + 集計機材金額(部門添字)
025466       + 集計仕出し金額(部門添字).
025500     MOVE 一覧行編集域 TO 請求書行.
025600     WRITE 請求書行.
025700     ADD 集計金額(部門添字)     TO 会社合計金額.
025710     ADD 集計機材金額(部門添字) TO 会社合計金額.
025810     ADD 集計仕出し金額(部門添字)
025910       TO 会社合計金額.
026010*
026110*　部門の仕出し・サービス注文を「サービス」区分として明細と
026210*　小計を書き出す。注文の無い部門は区分ごと出力しない。
026310*
026410 仕出し明細処理.
026510     IF NOT 仕出し使用可
026610       EXIT PARAGRAPH
026710     END-IF.
026810     MOVE "N" TO 仕出し走査終了フラグ.
026910     MOVE 0 TO 注文番号.
027010     START 仕出し注文ファイル KEY > 注文番号
027110       INVALID KEY
027210         SET 仕出し走査終了 TO TRUE
027310     END-START.
027410     PERFORM 仕出し明細走査 UNTIL 仕出し走査終了.
027510     IF 集計仕出し金額(部門添字) NOT = 0
027610       MOVE SPACE TO 請求書行
027710       STRING "サービス計　　　　　　　　　"
027810              集計仕出し金額(部門添字)
027910              DELIMITED BY SIZE INTO 請求書行
028010       WRITE 請求書行
028110     END-IF.
028210*
028310 仕出し明細走査.
028410     READ 仕出し注文ファイル NEXT RECORD
028510       AT END
028610         SET 仕出し走査終了 TO TRUE
028710       NOT AT END
028810         IF 注文有効
028910            AND 注文部門コード = 出力部門コード
029010            AND 納品日(1:6) = 対象年月
029110           PERFORM 仕出し１件課金
029210         END-IF
029310     END-READ.
029410*
029510 仕出し１件課金.
029610     IF 集計仕出し金額(部門添字) = 0
029710       MOVE SPACE TO 請求書行
029810       MOVE "［サービス］" TO 請求書行
029910       WRITE 請求書行
030010     END-IF.
030110     COMPUTE 仕出し明細金額 = 注文数量 * 注文単価.
030210     MOVE SPACE TO 請求書行.
030310     STRING "　" 注文品目名 " " 納品日
030410            " 予約" 注文予約番号
030510            " 数量" 注文数量 " "
030610            仕出し明細金額
030710            DELIMITED BY SIZE INTO 請求書行.
030810     WRITE 請求書行.
030910     ADD 仕出し明細金額
031010       TO 集計仕出し金額(部門添字).
