000100*=================================================================
000200*　共通：マスタ変更監査
000300*
000400*　　各マスタ保守（商品・得意先・社員・部門・会議室・仕入先・
000500*　標準報酬等級・住民税・顧客・勘定科目対応・消費税率・休日）
000600*　の登録・変更・削除を監査ジャーナル（AUDITJNL）へ一元記録
000700*　する。保守プログラムはサブルーチン「変更監査」に担当者・
000800*　マスタ名・キー・処理区分と変更前後のレコードを渡すだけで
000900*　よい。連絡域は登録集原文 AUDITP を取り込む。
001000*
001100*　　本プログラムは日次の変更報告。運用日の変更をマスタ別に
001200*　まとめて帳票へ書き出し，印刷スプールへ登録する。キーごと
001300*　の変更履歴の照会は照会ユーティリティ（AUDITINQ）が行う。
001400*
001500*     Copyright 1992-2015 FUJITSU LIMITED
001600*=================================================================
001700 IDENTIFICATION DIVISION.
001800  PROGRAM-ID. AUDITRPT.
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT OPTIONAL 監査ジャーナルファイル
002300       ASSIGN TO "AUDITJNL"
002400       ORGANIZATION IS LINE SEQUENTIAL
002500       FILE STATUS  IS 監査ジャーナル状態.
002600     SELECT 報告ファイル
002700       ASSIGN TO "AUDITJNL.RPT"
002800       ORGANIZATION IS LINE SEQUENTIAL.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  監査ジャーナルファイル.
003200 01  監査ジャーナルレコード.
003300     02  監査記録日時        PIC  X(14).
003400     02  監査記録担当者      PIC  X(08).
003500     02  監査記録マスタ      PIC  X(08).
003600     02  監査記録キー        PIC  X(20).
003700     02  監査記録区分        PIC  X(02).
003800         88  監査登録        VALUE "10".
003900         88  監査変更        VALUE "20".
004000         88  監査削除        VALUE "30".
004100     02  監査記録変更前      PIC  X(200).
004200     02  監査記録変更後      PIC  X(200).
004300 FD  報告ファイル.
004400 01  報告行                  PIC  X(220).
004500 WORKING-STORAGE SECTION.
004600 77  監査ジャーナル状態      PIC  X(02).
004700     88  監査ジャーナル正常  VALUE "00" "05".
004800 77  走査終了フラグ          PIC  X(01).
004900     88  走査終了            VALUE "Y".
005000 77  対象件数                PIC  9(05)  VALUE 0.
005100 77  登録済フラグ            PIC  X(01).
005200     88  登録済              VALUE "Y".
005300*
005400*　マスタ別にまとめるためのマスタ一覧。１走査目で運用日に変更
005500*　のあったマスタを集め，２走査目以降でマスタごとに明細を引く。
005600*
005700 01  マスタ一覧.
005800     02  マスタ数            PIC  9(02)  VALUE 0.
005900     02  マスタ表 OCCURS 30.
006000         03  表マスタ名      PIC  X(08).
006100         03  表登録数        PIC  9(05).
006200         03  表変更数        PIC  9(05).
006300         03  表削除数        PIC  9(05).
006400 77  マスタ添字              PIC  9(02).
006500 77  対象マスタ              PIC  X(08).
006600 01  現在日時.
006700     02  現在日付８          PIC  X(08).
006800     02  現在時刻６          PIC  X(06).
006900     02  FILLER              PIC  X(07).
007000 01  明細行編集域.
007100     02  編集時刻            PIC  X(06).
007200     02  FILLER              PIC  X(02)  VALUE SPACE.
007300     02  編集担当者          PIC  X(08).
007400     02  FILLER              PIC  X(02)  VALUE SPACE.
007500     02  編集区分            PIC  X(06).
007600     02  FILLER              PIC  X(02)  VALUE SPACE.
007700     02  編集キー            PIC  X(20).
007800 01  内容行編集域.
007900     02  FILLER              PIC  X(04)  VALUE SPACE.
008000     02  編集前後            PIC  X(06).
008100     02  編集内容            PIC  X(200).
008200 01  スプール連絡域.
008300     02  スプール発行元      PIC  X(08)  VALUE "AUDITRPT".
008400     02  スプール帳票名      PIC  X(08)  VALUE "AUDITRPT".
008466     02  スプール本文名      PIC  X(20)
008532                             VALUE "AUDITJNL.RPT".
008600     02  スプール結果        PIC  9(01).
008700*
008800 PROCEDURE DIVISION.
008900     DISPLAY "マスタ変更報告".
009000     OPEN OUTPUT 報告ファイル.
009100     MOVE FUNCTION CURRENT-DATE TO 現在日時.
009200     MOVE SPACE TO 報告行.
009300     STRING "*** マスタ変更報告 " 現在日付８
009400            " ***"
009500            DELIMITED BY SIZE INTO 報告行.
009600     WRITE 報告行.
009700*
009800     PERFORM マスタ収集.
009900     PERFORM マスタ別報告
010000         VARYING マスタ添字 FROM 1 BY 1
010100         UNTIL マスタ添字 > マスタ数.
010200*
010300     MOVE SPACE TO 報告行.
010400     WRITE 報告行.
010500     IF 対象件数 = 0
010566       MOVE "本日のマスタ変更はありません"
010632         TO 報告行
010700       WRITE 報告行
010800     ELSE
010900       STRING "変更件数合計：" 対象件数
011000              DELIMITED BY SIZE INTO 報告行
011100       WRITE 報告行
011200     END-IF.
011300     CLOSE 報告ファイル.
011400     CALL "スプール登録" USING スプール発行元
011500                              スプール帳票名
011600                              スプール本文名
011700                              スプール結果.
011800     DISPLAY "変更件数：" 対象件数.
011900     STOP RUN.
012000*
012100*　１走査目。運用日に変更のあったマスタを一覧へ集め，マスタ
012200*　ごとに登録・変更・削除の件数を数える。
012300*
012400 マスタ収集.
012500     MOVE "N" TO 走査終了フラグ.
012600     OPEN INPUT 監査ジャーナルファイル.
012700     IF NOT 監査ジャーナル正常
012800       SET 走査終了 TO TRUE
012900     END-IF.
013000     PERFORM マスタ収集明細 UNTIL 走査終了.
013100     CLOSE 監査ジャーナルファイル.
013200*
013300 マスタ収集明細.
013400     READ 監査ジャーナルファイル
013500       AT END
013600         SET 走査終了 TO TRUE
013700       NOT AT END
013800         IF 監査記録日時(1:8) = 現在日付８
013900           PERFORM マスタ登録
014000         END-IF
014100     END-READ.
014200*
014300 マスタ登録.
014400     MOVE "N" TO 登録済フラグ.
014500     PERFORM マスタ検索
014600         VARYING マスタ添字 FROM 1 BY 1
014700         UNTIL マスタ添字 > マスタ数 OR 登録済.
014800     IF 登録済
014900       SUBTRACT 1 FROM マスタ添字
015000       PERFORM マスタ計数
015100     ELSE
015200       IF マスタ数 < 30
015300         ADD 1 TO マスタ数
015400         MOVE マスタ数 TO マスタ添字
015466         MOVE 監査記録マスタ
015532           TO 表マスタ名(マスタ添字)
015600         MOVE 0 TO 表登録数(マスタ添字)
015700         MOVE 0 TO 表変更数(マスタ添字)
015800         MOVE 0 TO 表削除数(マスタ添字)
015900         PERFORM マスタ計数
016000       END-IF
016100     END-IF.
016200*
016300 マスタ検索.
016400     IF 表マスタ名(マスタ添字) = 監査記録マスタ
016500       SET 登録済 TO TRUE
016600     END-IF.
016700*
016800 マスタ計数.
016900     EVALUATE TRUE
017000       WHEN 監査登録
017100         ADD 1 TO 表登録数(マスタ添字)
017200       WHEN 監査削除
017300         ADD 1 TO 表削除数(マスタ添字)
017400       WHEN OTHER
017500         ADD 1 TO 表変更数(マスタ添字)
017600     END-EVALUATE.
017700*
017800*　マスタごとの見出しを書き，当該マスタの運用日の変更を時系列
017900*　で変更前後の内容とともに引き写す。
018000*
018100 マスタ別報告.
018200     MOVE 表マスタ名(マスタ添字) TO 対象マスタ.
018300     MOVE SPACE TO 報告行.
018400     WRITE 報告行.
018500     MOVE SPACE TO 報告行.
018600     STRING "＜" 対象マスタ
018700            "＞　登録：" 表登録数(マスタ添字)
018800            "　変更：" 表変更数(マスタ添字)
018900            "　削除：" 表削除数(マスタ添字)
019000            DELIMITED BY SIZE INTO 報告行.
019100     WRITE 報告行.
019200     MOVE "N" TO 走査終了フラグ.
019300     OPEN INPUT 監査ジャーナルファイル.
019400     IF NOT 監査ジャーナル正常
019500       SET 走査終了 TO TRUE
019600     END-IF.
019700     PERFORM マスタ別明細 UNTIL 走査終了.
019800     CLOSE 監査ジャーナルファイル.
019900*
020000 マスタ別明細.
020100     READ 監査ジャーナルファイル
020200       AT END
020300         SET 走査終了 TO TRUE
020400       NOT AT END
020500         IF 監査記録日時(1:8) = 現在日付８
020600            AND 監査記録マスタ = 対象マスタ
020700           PERFORM 明細行出力
020800         END-IF
020900     END-READ.
021000*
021100 明細行出力.
021200     MOVE 監査記録日時(9:6) TO 編集時刻.
021300     MOVE 監査記録担当者    TO 編集担当者.
021400     EVALUATE TRUE
021500       WHEN 監査登録
021600         MOVE "登録" TO 編集区分
021700       WHEN 監査削除
021800         MOVE "削除" TO 編集区分
021900       WHEN OTHER
022000         MOVE "変更" TO 編集区分
022100     END-EVALUATE.
022200     MOVE 監査記録キー      TO 編集キー.
022300     MOVE 明細行編集域      TO 報告行.
022400     WRITE 報告行.
022500     IF NOT 監査登録
022600       MOVE "前：" TO 編集前後
022700       MOVE 監査記録変更前 TO 編集内容
022800       MOVE 内容行編集域 TO 報告行
022900       WRITE 報告行
023000     END-IF.
023100     IF NOT 監査削除
023200       MOVE "後：" TO 編集前後
023300       MOVE 監査記録変更後 TO 編集内容
023400       MOVE 内容行編集域 TO 報告行
023500       WRITE 報告行
023600     END-IF.
023700     ADD 1 TO 対象件数.
023800 END PROGRAM AUDITRPT.
023900*
024000*=================================================================
024100*　変更監査サブルーチン。保守プログラムは監査連絡域に担当者・
024200*　マスタ名・キー・処理区分（10：登録／
024300*　20：変更／30：削除）と変更前後のレコードを入れて呼ぶ。登録
024366*　の変更前と削除の変更後は空白とする。マスタ名は原則として
024432*　ファイルの割当名（商品マスタはSYOHINM）。記録できなくても呼び
024500*　出し元の保守は止めない。
024600*=================================================================
024700 IDENTIFICATION DIVISION.
024800  PROGRAM-ID. "変更監査".
024900 ENVIRONMENT DIVISION.
025000 INPUT-OUTPUT SECTION.
025100 FILE-CONTROL.
025200     SELECT OPTIONAL 監査ジャーナルファイル
025300       ASSIGN TO "AUDITJNL"
025400       ORGANIZATION IS LINE SEQUENTIAL
025500       FILE STATUS  IS 監査ジャーナル状態.
025600 DATA DIVISION.
025700 FILE SECTION.
025800 FD  監査ジャーナルファイル.
025900 01  監査ジャーナルレコード.
026000     02  監査記録日時        PIC  X(14).
026100     02  監査記録担当者      PIC  X(08).
026200     02  監査記録マスタ      PIC  X(08).
026300     02  監査記録キー        PIC  X(20).
026400     02  監査記録区分        PIC  X(02).
026500     02  監査記録変更前      PIC  X(200).
026600     02  監査記録変更後      PIC  X(200).
026700 WORKING-STORAGE SECTION.
026800 77  監査ジャーナル状態      PIC  X(02).
026900     88  監査ジャーナル正常  VALUE "00" "05".
027000 01  現在日時.
027100     02  現在日時１４        PIC  X(14).
027200     02  FILLER              PIC  X(07).
027300 LINKAGE SECTION.
027400     COPY AUDITP REPLACING ==:MASTER:== BY ==SPACE==.
028100 PROCEDURE DIVISION USING 監査連絡域.
028200 監査開始.
028300     OPEN EXTEND 監査ジャーナルファイル.
028400     IF NOT 監査ジャーナル正常
028500       DISPLAY "変更監査：記録不可 "
028600               監査マスタ名 " " 監査キー
028700       EXIT PROGRAM
028800     END-IF.
028900     MOVE FUNCTION CURRENT-DATE TO 現在日時.
029000     MOVE 現在日時１４   TO 監査記録日時.
029100     MOVE 監査担当者     TO 監査記録担当者.
029200     MOVE 監査マスタ名   TO 監査記録マスタ.
029300     MOVE 監査キー       TO 監査記録キー.
029400     MOVE 監査区分       TO 監査記録区分.
029500     MOVE 監査変更前     TO 監査記録変更前.
029600     MOVE 監査変更後     TO 監査記録変更後.
029700     WRITE 監査ジャーナルレコード.
029800     CLOSE 監査ジャーナルファイル.
029900     EXIT PROGRAM.
030000 END PROGRAM "変更監査".
