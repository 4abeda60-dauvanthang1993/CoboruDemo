000100*=================================================================
000200*　共通：締めカレンダー保守
000300*
000400*　　サブシステム（KY 給与・UR 売上・SK 請求・KH 経費・KK 買掛・
000500*　YO 貯金）と年月ごとの締め状態を締めカレンダー（CLOSECAL）に
000600*　持つ。状態は０：未締・１：締処理中・２：締済で，レコードの
000700*　無い月は未締とみなす。計上プログラムはサブルーチン「締状態
000800*　確認」で計上日の月を確かめ，締処理中・締済の月への計上を
000900*　拒否するか当月へ振り替える。
001000*
001100*　　本プログラムは未締・締処理中への変更，削除，一覧の保守
001200*　ユーティリティ。締済にするのは月次締め点検（CLOSECHK）だけ
001300*　で，本プログラムからは締済にできない。締済の月を未締へ戻す
001400*　（締め解除）ことはできる。変更は監査ジャーナル（AUDITJNL）に
001500*　マスタ名CLOSECALとして残す。
001600*
001700*     Copyright 1992-2015 FUJITSU LIMITED
001800*=================================================================
001900 IDENTIFICATION DIVISION.
002000  PROGRAM-ID. CLOSEMNT.
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT OPTIONAL 締めカレンダーファイル
002500       ASSIGN TO "CLOSECAL"
002600       ORGANIZATION IS INDEXED
002700       ACCESS MODE  IS DYNAMIC
002800       RECORD KEY   IS 締キー
002900       FILE STATUS  IS 締めカレンダー状態.
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  締めカレンダーファイル.
003300 01  締めカレンダーレコード.
003400     02  締キー.
003500         03  締サブシステム  PIC  X(02).
003600             88  締対象サブシステム
003700                             VALUE "KY" "UR" "SK" "KH" "KK" "YO".
003800         03  締年月          PIC  9(06).
003900     02  締状態              PIC  X(01).
004000         88  締未            VALUE "0".
004100         88  締処理中        VALUE "1".
004200         88  締済            VALUE "2".
004300     02  締更新日時          PIC  X(14).
004400     02  締担当者            PIC  X(08).
004500     02  締点検日時          PIC  X(14).
004600     02  締点検結果          PIC  X(01).
004700         88  点検合格        VALUE "Y".
004800         88  点検不合格      VALUE "N".
004900 WORKING-STORAGE SECTION.
005000 77  締めカレンダー状態      PIC  X(02).
005100     88  締めカレンダー正常  VALUE "00" "05".
005200 77  処理区分                PIC  9(01).
005300 77  終了区分                PIC  9(01)  VALUE 0.
005400     88  保守終了            VALUE 9.
005500 77  一覧終了フラグ          PIC  X(01).
005600     88  一覧終了            VALUE "Y".
005700 77  新締状態                PIC  X(01).
005800 77  続行確認                PIC  X(01).
005900 01  現在日時.
006000     02  現在日時１４        PIC  X(14).
006100     02  FILLER              PIC  X(07).
006200     COPY AUDITP REPLACING ==:MASTER:== BY =="CLOSECAL"==.
006900*
007000 PROCEDURE DIVISION.
007100     DISPLAY "担当者コードを入力してください".
007200     ACCEPT 監査担当者 FROM CONSOLE.
007300     OPEN I-O 締めカレンダーファイル.
007400     PERFORM 保守メニュー処理 UNTIL 保守終了.
007500     CLOSE 締めカレンダーファイル.
007600     STOP RUN.
007700*
007800 保守メニュー処理.
007900     DISPLAY "締めカレンダー保守".
008000     DISPLAY "1:状態変更 2:削除 3:一覧 9:終了".
008100     ACCEPT 処理区分 FROM CONSOLE.
008200     EVALUATE 処理区分
008300       WHEN 1
008400         PERFORM 状態変更処理
008500       WHEN 2
008600         PERFORM 削除処理
008700       WHEN 3
008800         PERFORM 一覧処理
008900       WHEN 9
009000         MOVE 9 TO 終了区分
009100     END-EVALUATE.
009200*
009300 締キー入力.
009366     DISPLAY "KY:給与 UR:売上 SK:請求 KH:経費"
009432             " KK:買掛 YO:貯金".
009500     DISPLAY "サブシステムを入力してください".
009600     ACCEPT 締サブシステム FROM CONSOLE.
009700     DISPLAY "年月を入力してください(YYYYMM)".
009800     ACCEPT 締年月 FROM CONSOLE.
009900*
010000*　締済への変更は点検を経ないと許さない。締済から未締へ戻す
010100*　ときは確認をとる。
010200*
010300 状態変更処理.
010400     PERFORM 締キー入力.
010500     IF NOT 締対象サブシステム
010600       DISPLAY "サブシステムに誤りがあります"
010700       EXIT PARAGRAPH
010800     END-IF.
010900     READ 締めカレンダーファイル
011000       INVALID KEY
011100         SET 締未 TO TRUE
011200         MOVE SPACE TO 締点検日時 締点検結果
011300         MOVE SPACE TO 監査変更前
011400         MOVE "10" TO 監査区分
011500       NOT INVALID KEY
011600         MOVE 締めカレンダーレコード TO 監査変更前
011700         MOVE "20" TO 監査区分
011800     END-READ.
011900     DISPLAY "現在の状態：" 締状態.
012000     DISPLAY "新しい状態(0:未締 1:締処理中)".
012100     ACCEPT 新締状態 FROM CONSOLE.
012200     IF 新締状態 NOT = "0" AND 新締状態 NOT = "1"
012300       DISPLAY "締済はCLOSECHKの点検で設定します"
012400       EXIT PARAGRAPH
012500     END-IF.
012600     IF 締済
012700       DISPLAY "締済の月を戻します。続行(Y/N)"
012800       ACCEPT 続行確認 FROM CONSOLE
012900       IF 続行確認 NOT = "Y" AND 続行確認 NOT = "y"
013000         DISPLAY "中止しました"
013100         EXIT PARAGRAPH
013200       END-IF
013300     END-IF.
013400     MOVE 新締状態 TO 締状態.
013500     MOVE FUNCTION CURRENT-DATE TO 現在日時.
013600     MOVE 現在日時１４ TO 締更新日時.
013700     MOVE 監査担当者 TO 締担当者.
013800     IF 監査区分 = "10"
013900       WRITE 締めカレンダーレコード
014000       DISPLAY "登録しました"
014100     ELSE
014200       REWRITE 締めカレンダーレコード
014300       DISPLAY "変更しました"
014400     END-IF.
014500     PERFORM 変更監査記録.
014600*
014700 削除処理.
014800     PERFORM 締キー入力.
014900     READ 締めカレンダーファイル
015000       INVALID KEY
015100         DISPLAY "登録がありません"
015200       NOT INVALID KEY
015300         MOVE 締めカレンダーレコード TO 監査変更前
015400         DELETE 締めカレンダーファイル
015500         DISPLAY "削除しました"
015600         MOVE "30" TO 監査区分
015700         PERFORM 変更監査記録
015800     END-READ.
015900*
016000 一覧処理.
016100     MOVE "N" TO 一覧終了フラグ.
016200     MOVE LOW-VALUE TO 締キー.
016300     START 締めカレンダーファイル KEY > 締キー
016400       INVALID KEY
016500         SET 一覧終了 TO TRUE
016600     END-START.
016700     PERFORM 一覧明細 UNTIL 一覧終了.
016800*
016900 一覧明細.
017000     READ 締めカレンダーファイル NEXT RECORD
017100       AT END
017200         SET 一覧終了 TO TRUE
017300       NOT AT END
017400         DISPLAY 締サブシステム " " 締年月
017500                 " 状態:" 締状態
017600                 " 更新:" 締更新日時
017700                 " " 締担当者
017800                 " 点検:" 締点検日時
017900                 " " 締点検結果
018000     END-READ.
018100*
018200 変更監査記録.
018300     MOVE 締キー TO 監査キー.
018400     IF 監査区分 = "30"
018500       MOVE SPACE TO 監査変更後
018600     ELSE
018700       MOVE 締めカレンダーレコード TO 監査変更後
018800     END-IF.
018900     CALL "変更監査" USING 監査連絡域.
019000 END PROGRAM CLOSEMNT.
019100*
019200*=================================================================
019300*　締状態確認サブルーチン。計上プログラムはサブシステムと計上
019400*　日（YYYYMMDD）を渡す。結果は０：計上可（未締・登録無し），
019500*　１：締処理中，２：締済。締めカレンダーが開けないときは計上
019600*　可として返す。
019700*=================================================================
019800 IDENTIFICATION DIVISION.
019900  PROGRAM-ID. "締状態確認".
020000 ENVIRONMENT DIVISION.
020100 INPUT-OUTPUT SECTION.
020200 FILE-CONTROL.
020300     SELECT OPTIONAL 締めカレンダーファイル
020400       ASSIGN TO "CLOSECAL"
020500       ORGANIZATION IS INDEXED
020600       ACCESS MODE  IS RANDOM
020700       RECORD KEY   IS 締キー
020800       FILE STATUS  IS 締めカレンダー状態.
020900 DATA DIVISION.
021000 FILE SECTION.
021100 FD  締めカレンダーファイル.
021200 01  締めカレンダーレコード.
021300     02  締キー.
021400         03  締サブシステム  PIC  X(02).
021500         03  締年月          PIC  9(06).
021600     02  締状態              PIC  X(01).
021700         88  締処理中        VALUE "1".
021800         88  締済            VALUE "2".
021900     02  締更新日時          PIC  X(14).
022000     02  締担当者            PIC  X(08).
022100     02  締点検日時          PIC  X(14).
022200     02  締点検結果          PIC  X(01).
022300 WORKING-STORAGE SECTION.
022400 77  締めカレンダー状態      PIC  X(02).
022500     88  締めカレンダー正常  VALUE "00" "05".
022600 LINKAGE SECTION.
022700 01  確認サブシステム        PIC  X(02).
022800 01  確認計上日              PIC  9(08).
022900 01  確認結果                PIC  9(01).
023000 PROCEDURE DIVISION USING 確認サブシステム 確認計上日
023100                          確認結果.
023200 確認開始.
023300     MOVE 0 TO 確認結果.
023400     OPEN INPUT 締めカレンダーファイル.
023500     IF NOT 締めカレンダー正常
023600       CLOSE 締めカレンダーファイル
023700       EXIT PROGRAM
023800     END-IF.
023900     MOVE 確認サブシステム TO 締サブシステム.
024000     MOVE 確認計上日(1:6) TO 締年月.
024100     READ 締めカレンダーファイル
024200       INVALID KEY
024300         CONTINUE
024400       NOT INVALID KEY
024500         IF 締処理中
024600           MOVE 1 TO 確認結果
024700         END-IF
024800         IF 締済
024900           MOVE 2 TO 確認結果
025000         END-IF
025100     END-READ.
025200     CLOSE 締めカレンダーファイル.
025300     EXIT PROGRAM.
025400 END PROGRAM "締状態確認".
