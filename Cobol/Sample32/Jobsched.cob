000100 @OPTIONS ALPHAL(WORD)
000200*=================================================================
000300*　ジョブスケジュール（暦による夜間ジョブネットの組立て）
000400*
000500*　　ジョブスケジュール定義に書かれたジョブネットのうち，今夜の
000600*　暦規則に当たるものを選び，定義の順に実行する。営業日の判定は
000700*　暦日計算サブルーチン（CALSVC）が休日マスタ（HOLIDAY）と土日
000800*　から行うので，月末・期末のステップ（月次繰越・請求・給与・
000900*　仕訳連携など）を操作員が覚えて追加する必要は無い。
001000*
001100*　　ネットの実行は，ネットの定義ファイルを JOBNET.TXT へ写して
001200*　ジョブネット実行制御（JOBNET）を起動する。ネットが異常終了
001300*　すると後続のネットは実行せず，運用メッセージ（OPMSG）へ異常
001400*　を通知する。ネットの終了が次のネットの開始予定時刻を過ぎた
001500*　場合は警告を通知する。選んだネットと結果はスケジュールリスト
001600*　（JOBSCHED.LST）に残る。
001700*
001800*　　ジョブスケジュール定義ファイル JOBSCHED.TXT（固定桁）
001900*　　　ネット名 X(8)／定義ファイル名 X(20)／暦規則 X(1)／
002000*　　　規則値 9(2)／指定日 9(8)／開始予定時刻 9(4)（HHMM）
002100*　　暦規則
002200*　　　D：毎営業日
002300*　　　N：月の第Ｎ営業日（Ｎは規則値）
002400*　　　L：月の最終営業日
002500*　　　Y：決算期末（決算月の最終営業日。決算月は規則値，０は３月）
002600*　　　S：指定日のみ
002700*　　開始予定時刻が0000のネットは前のネットの終了後すぐに始める。
002800*　正午より前の時刻は運用日の翌日（夜明け前）の時刻とみなす。
002900*
003000*     Copyright 2000-2015 FUJITSU LIMITED
003100*=================================================================
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID.    JOBSCHED.
003400 ENVIRONMENT    DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT スケジュール定義ファイル
003800            ASSIGN TO "JOBSCHED.TXT"
003900            ORGANIZATION IS LINE SEQUENTIAL
004000            FILE STATUS   IS 予定ファイル状態.
004100     SELECT ネット定義ファイル
004200            ASSIGN TO ネット定義ファイル名
004300            ORGANIZATION IS LINE SEQUENTIAL
004400            FILE STATUS   IS ネット定義状態.
004500     SELECT 実行定義ファイル
004600            ASSIGN TO "JOBNET.TXT"
004700            ORGANIZATION IS LINE SEQUENTIAL
004800            FILE STATUS   IS 実行定義状態.
004900     SELECT 予定リストファイル
005000            ASSIGN TO "JOBSCHED.LST"
005100            ORGANIZATION IS LINE SEQUENTIAL.
005200 DATA           DIVISION.
005300 FILE SECTION.
005400 FD  スケジュール定義ファイル.
005500 01  予定レコード.
005600     03  予定ネット名      PIC X(08).
005700     03  予定定義ファイル  PIC X(20).
005800     03  予定暦規則        PIC X(01).
005900         88  毎営業日      VALUE "D".
006000         88  第Ｎ営業日    VALUE "N".
006100         88  月末営業日    VALUE "L".
006200         88  決算期末      VALUE "Y".
006300         88  指定日のみ    VALUE "S".
006400     03  予定規則値        PIC 9(02).
006500     03  予定指定日        PIC 9(08).
006600     03  予定開始時刻      PIC 9(04).
006700 FD  ネット定義ファイル.
006800 01  ネット定義レコード    PIC X(74).
006900 FD  実行定義ファイル.
007000 01  実行定義レコード      PIC X(74).
007100 FD  予定リストファイル.
007200 01  予定リスト行          PIC X(100).
007300 WORKING-STORAGE SECTION.
007400 01  予定ファイル状態      PIC X(02) VALUE SPACE.
007500     88  予定ファイル正常  VALUE "00" "05".
007600 01  ネット定義状態        PIC X(02) VALUE SPACE.
007700     88  ネット定義正常    VALUE "00" "05".
007800 01  実行定義状態          PIC X(02) VALUE SPACE.
007900     88  実行定義正常      VALUE "00" "05".
008000 01  ネット定義ファイル名  PIC X(20).
008100 01  予定終了フラグ        PIC X(01) VALUE "N".
008200     88  予定終了          VALUE "Y".
008300 01  写し終了フラグ        PIC X(01).
008400     88  写し終了          VALUE "Y".
008500 01  中止フラグ            PIC X(01) VALUE "N".
008600     88  以降中止          VALUE "Y".
008700 01  対象フラグ            PIC X(01).
008800     88  今夜対象          VALUE "Y".
008900 01  ネット数              PIC 9(02) COMP-5 VALUE 0.
009000 01  添字                  PIC 9(02) COMP-5.
009100 01  次添字                PIC 9(02) COMP-5.
009200 01  正常件数              PIC 9(02) VALUE 0.
009300 01  異常件数              PIC 9(02) VALUE 0.
009400 01  中止件数              PIC 9(02) VALUE 0.
009500 01  遅延件数              PIC 9(02) VALUE 0.
009600 01  コマンドワーク        PIC X(51).
009700 01  起動復帰コード        PIC 9(9)  COMP-5.
009800 01  待機ミリ秒            PIC 9(9)  COMP-5 VALUE 60000.
009900 01 ProcessInfo.
010000   02 prcinf01   PIC 9(9) COMP-5.
010100   02 prcinf02   PIC 9(9) COMP-5.
010200   02 prcinf03   PIC 9(9) COMP-5.
010300   02 prcinf04   PIC 9(9) COMP-5.
010400 01 StartupInfo.
010500   02 stainf01   PIC 9(9) COMP-5.
010600   02 stainf02   PIC 9(9) COMP-5.
010700   02 stainf03   PIC 9(9) COMP-5.
010800   02 stainf04   PIC 9(9) COMP-5.
010900   02 stainf05   PIC 9(9) COMP-5.
011000   02 stainf06   PIC 9(9) COMP-5.
011100   02 stainf07   PIC 9(9) COMP-5.
011200   02 stainf08   PIC 9(9) COMP-5.
011300   02 stainf09   PIC 9(9) COMP-5.
011400   02 stainf10   PIC 9(9) COMP-5.
011500   02 stainf11   PIC 9(9) COMP-5.
011600   02 stainf12   PIC 9(9) COMP-5.
011700   02 stainf13   PIC 9(4) COMP-5.
011800   02 stainf14   PIC 9(4) COMP-5.
011900   02 stainf15   PIC 9(9) COMP-5.
012000   02 stainf16   PIC 9(9) COMP-5.
012100   02 stainf17   PIC 9(9) COMP-5.
012200   02 stainf18   PIC 9(9) COMP-5.
012300*
012400*　暦日計算サブルーチンとのパラメータと，今夜の暦の判定結果。
012500*
012600 01  暦機能区分            PIC X(01).
012700 01  暦基準日              PIC 9(08).
012800 01  暦相手日              PIC 9(08).
012900 01  暦結果日              PIC 9(08).
013000 01  暦営業日数            PIC S9(05).
013100 01  暦結果                PIC 9(01).
013200 01  運用日                PIC 9(08).
013300 01  運用日分解  REDEFINES 運用日.
013400     03  運用年            PIC 9(04).
013500     03  運用月            PIC 9(02).
013600     03  運用日付          PIC 9(02).
013700 01  月初日                PIC 9(08).
013800 01  営業日フラグ          PIC X(01) VALUE "N".
013900     88  運用日営業日      VALUE "Y".
014000 01  最終営業日フラグ      PIC X(01) VALUE "N".
014100     88  運用日最終営業日  VALUE "Y".
014200 01  当月営業日順          PIC S9(05) VALUE 0.
014300 01  決算月                PIC 9(02).
014400*
014500*　時刻の比較は運用日の０時からの経過分で行う。
014600*
014700 01  現在日時.
014800     03  現在日付８        PIC 9(08).
014900     03  現在時            PIC 9(02).
015000     03  現在分            PIC 9(02).
015100     03  FILLER            PIC X(09).
015200 01  現在経過分            PIC 9(05).
015300 01  予定経過分            PIC 9(05).
015400 01  開始予定ワーク        PIC 9(04).
015500 01  開始予定分解  REDEFINES 開始予定ワーク.
015600     03  開始予定時        PIC 9(02).
015700     03  開始予定分        PIC 9(02).
015800 01  運用通知域.
015900     02  通知プログラム    PIC X(08)  VALUE "JOBSCHED".
016000     02  通知重大度        PIC X(01).
016100     02  通知本文          PIC X(60).
016200*
016300 01  ネット表.
016400     03  ネット明細  OCCURS 20.
016500         05  表ネット名    PIC X(08).
016600         05  表定義ファイル PIC X(20).
016700         05  表暦規則      PIC X(01).
016800         05  表開始予定    PIC 9(04).
016900         05  表状態        PIC X(01).
017000             88  表未実行  VALUE "0".
017100             88  表正常    VALUE "2".
017200             88  表異常    VALUE "3".
017300             88  表中止    VALUE "9".
017400         05  表終了コード  PIC 9(09).
017500         05  表終了時刻    PIC X(04).
017600         05  表終了経過分  PIC 9(05).
017700 01  明細行編集域.
017800     03  編集ネット名      PIC X(08).
017900     03  FILLER            PIC X(02) VALUE SPACE.
018000     03  編集暦規則        PIC X(01).
018100     03  FILLER            PIC X(02) VALUE SPACE.
018200     03  編集開始予定      PIC 9(04).
018300     03  FILLER            PIC X(02) VALUE SPACE.
018400     03  編集定義ファイル  PIC X(20).
018500     03  FILLER            PIC X(02) VALUE SPACE.
018600     03  編集結果          PIC X(12).
018700     03  FILLER            PIC X(02) VALUE SPACE.
018800     03  編集終了時刻      PIC X(04).
018900*
019000 PROCEDURE      DIVISION.
019100     DISPLAY "ジョブスケジュール".
019200     MOVE FUNCTION CURRENT-DATE TO 現在日時.
019300     MOVE 現在日付８ TO 運用日.
019400     PERFORM 暦判定処理.
019500     PERFORM 予定読込処理.
019600*
019700     OPEN OUTPUT 予定リストファイル.
019800     MOVE SPACE TO 予定リスト行.
019900     STRING "*** 今夜のジョブネット 運用日 " 運用日
020000            " ***" DELIMITED BY SIZE INTO 予定リスト行.
020100     WRITE 予定リスト行.
020200     IF ネット数 = 0
020300       MOVE "今夜の対象ネットはありません"
020400         TO 予定リスト行
020500       WRITE 予定リスト行
020600       CLOSE 予定リストファイル
020700       DISPLAY "今夜の対象ネットはありません"
020800       STOP RUN
020900     END-IF.
021000     PERFORM 予定表示
021100         VARYING 添字 FROM 1 BY 1
021200         UNTIL 添字 > ネット数.
021300*
021400*　定義の順に１ネットずつ実行する。異常終了したネットがあれば
021500*　以降のネットは中止する。
021600*
021700     PERFORM ネット実行
021800           THRU ネット実行出口
021900         VARYING 添字 FROM 1 BY 1
022000         UNTIL 添字 > ネット数.
022100*
022200     MOVE SPACE TO 予定リスト行.
022300     WRITE 予定リスト行.
022400     MOVE "*** 実行結果 ***" TO 予定リスト行.
022500     WRITE 予定リスト行.
022600     PERFORM 結果出力
022700         VARYING 添字 FROM 1 BY 1
022800         UNTIL 添字 > ネット数.
022900     CLOSE 予定リストファイル.
023000     DISPLAY "正常：" 正常件数
023100             " 異常：" 異常件数
023200             " 中止：" 中止件数
023300             " 遅延：" 遅延件数.
023400     IF 異常件数 NOT = 0
023500       MOVE 8 TO RETURN-CODE
023600     END-IF.
023700     STOP RUN.
023800*
023900*　運用日が営業日か，月の何番目の営業日か，月の最終営業日かを
024000*　暦日計算で求めておく。
024100*
024200 暦判定処理.
024300     MOVE "1" TO 暦機能区分.
024400     MOVE 運用日 TO 暦基準日.
024500     PERFORM 暦日計算呼出.
024600     IF 暦結果 = 0
024700       SET 運用日営業日 TO TRUE
024800     END-IF.
024900     IF NOT 運用日営業日
025000       EXIT PARAGRAPH
025100     END-IF.
025200     MOVE "2" TO 暦機能区分.
025300     PERFORM 暦日計算呼出.
025400     IF 暦結果日(1:6) NOT = 運用日(1:6)
025500       SET 運用日最終営業日 TO TRUE
025600     END-IF.
025700     MOVE 運用日 TO 月初日.
025800     MOVE "01" TO 月初日(7:2).
025900     COMPUTE 暦基準日 = FUNCTION DATE-OF-INTEGER(
026000         FUNCTION INTEGER-OF-DATE(月初日) - 1).
026100     MOVE 運用日 TO 暦相手日.
026200     MOVE "4" TO 暦機能区分.
026300     CALL "暦日計算" USING 暦機能区分
026400          暦基準日 暦相手日
026500          暦結果日 暦営業日数 暦結果.
026600     MOVE 暦営業日数 TO 当月営業日順.
026700*
026800 暦日計算呼出.
026900     MOVE 運用日 TO 暦相手日.
027000     CALL "暦日計算" USING 暦機能区分
027100          暦基準日 暦相手日
027200          暦結果日 暦営業日数 暦結果.
027300*
027400 予定読込処理.
027500     OPEN INPUT スケジュール定義ファイル.
027600     IF NOT 予定ファイル正常
027700       DISPLAY "JOBSCHED.TXTが読めません"
027800       STOP RUN
027900     END-IF.
028000     PERFORM 予定読込.
028100     PERFORM 予定選択 UNTIL 予定終了.
028200     CLOSE スケジュール定義ファイル.
028300*
028400 予定読込.
028500     READ スケジュール定義ファイル
028600       AT END
028700         SET 予定終了 TO TRUE
028800     END-READ.
028900*
029000*　暦規則に当たるネットだけ今夜のネット表へ積む。
029100*
029200 予定選択.
029300     IF 予定ネット名 NOT = SPACE
029400       PERFORM 暦規則判定
029500       IF 今夜対象 AND ネット数 < 20
029600         ADD 1 TO ネット数
029700         MOVE 予定ネット名 TO 表ネット名(ネット数)
029800         MOVE 予定定義ファイル
029900           TO 表定義ファイル(ネット数)
030000         MOVE 予定暦規則 TO 表暦規則(ネット数)
030100         IF 予定開始時刻 NOT NUMERIC
030200           MOVE 0 TO 予定開始時刻
030300         END-IF
030400         MOVE 予定開始時刻 TO 表開始予定(ネット数)
030500         MOVE "0" TO 表状態(ネット数)
030600         MOVE 0 TO 表終了コード(ネット数)
030700         MOVE SPACE TO 表終了時刻(ネット数)
030800         MOVE 0 TO 表終了経過分(ネット数)
030900       END-IF
031000     END-IF.
031100     PERFORM 予定読込.
031200*
031300 暦規則判定.
031400     MOVE "N" TO 対象フラグ.
031500     IF 予定規則値 NOT NUMERIC
031600       MOVE 0 TO 予定規則値
031700     END-IF.
031800     EVALUATE TRUE
031900       WHEN 毎営業日
032000         IF 運用日営業日
032100           SET 今夜対象 TO TRUE
032200         END-IF
032300       WHEN 第Ｎ営業日
032400         IF 運用日営業日
032500            AND 当月営業日順 = 予定規則値
032600           SET 今夜対象 TO TRUE
032700         END-IF
032800       WHEN 月末営業日
032900         IF 運用日最終営業日
033000           SET 今夜対象 TO TRUE
033100         END-IF
033200       WHEN 決算期末
033300         MOVE 予定規則値 TO 決算月
033400         IF 決算月 = 0
033500           MOVE 3 TO 決算月
033600         END-IF
033700         IF 運用日最終営業日 AND 運用月 = 決算月
033800           SET 今夜対象 TO TRUE
033900         END-IF
034000       WHEN 指定日のみ
034100         IF 予定指定日 = 運用日
034200           SET 今夜対象 TO TRUE
034300         END-IF
034400       WHEN OTHER
034500         DISPLAY "暦規則が正しくありません："
034600                 予定ネット名
034700     END-EVALUATE.
034800*
034900 予定表示.
035000     MOVE SPACE TO 明細行編集域.
035100     MOVE 表ネット名(添字)     TO 編集ネット名.
035200     MOVE 表暦規則(添字)       TO 編集暦規則.
035300     MOVE 表開始予定(添字)     TO 編集開始予定.
035400     MOVE 表定義ファイル(添字)
035500       TO 編集定義ファイル.
035600     MOVE 明細行編集域 TO 予定リスト行.
035700     WRITE 予定リスト行.
035800     DISPLAY "予定：" 表ネット名(添字)
035900             " " 表開始予定(添字).
036000*
036100*　１ネットの実行。開始予定時刻まで待ち，定義を JOBNET.TXT へ
036200*　写して JOBNET を起動し，終了コードで正常・異常を記録する。
036300*
036400 ネット実行.
036500     IF 以降中止
036600       MOVE "9" TO 表状態(添字)
036700       ADD 1 TO 中止件数
036800       GO TO ネット実行出口
036900     END-IF.
037000     MOVE 表開始予定(添字) TO 開始予定ワーク.
037100     PERFORM 予定経過分算出.
037200     PERFORM 現在経過分算出.
037300     PERFORM 開始待ち
037400         UNTIL 現在経過分 >= 予定経過分.
037500     PERFORM ネット定義写し.
037600     IF NOT 実行定義正常 OR NOT ネット定義正常
037700       MOVE 9999 TO 表終了コード(添字)
037800       PERFORM ネット終了記録
037900       GO TO ネット実行出口
038000     END-IF.
038100     DISPLAY "実行：" 表ネット名(添字)
038200             " " 表定義ファイル(添字).
038300     MOVE "JOBNET" TO コマンドワーク.
038400     MOVE LOW-VALUE TO コマンドワーク(7:1).
038500     CALL "CreateProcessA" WITH STDCALL LINKAGE
038600          USING BY VALUE 0
038700                BY REFERENCE コマンドワーク
038800                BY VALUE 0
038900                BY VALUE 0
039000                BY VALUE 0
039100                BY VALUE 0
039200                BY VALUE 0
039300                BY VALUE 0
039400                BY REFERENCE StartupInfo
039500                BY REFERENCE ProcessInfo
039600          RETURNING 起動復帰コード.
039700     IF 起動復帰コード = 1
039800       CALL "WaitForSingleObject" WITH STDCALL LINKAGE
039900            USING BY VALUE prcinf01 -1
040000       CALL "GetExitCodeProcess" WITH STDCALL LINKAGE
040100            USING BY VALUE prcinf01
040200                  BY REFERENCE 起動復帰コード
040300       CALL "CloseHandle" WITH STDCALL LINKAGE
040400            USING BY VALUE prcinf01
040500       CALL "CloseHandle" WITH STDCALL LINKAGE
040600            USING BY VALUE prcinf02
040700       MOVE 起動復帰コード TO 表終了コード(添字)
040800     ELSE
040900       DISPLAY "JOBNETの起動に失敗しました"
041000       MOVE 9999 TO 表終了コード(添字)
041100     END-IF.
041200     PERFORM ネット終了記録.
041300*
041400 ネット実行出口.
041500     EXIT.
041600*
041700*　終了時刻を控え，異常終了なら以降を中止する。正常終了でも，
041800*　終了が次のネットの開始予定を過ぎていれば警告する。
041900*
042000 ネット終了記録.
042100     PERFORM 現在経過分算出.
042200     MOVE 現在日時(9:4) TO 表終了時刻(添字).
042300     MOVE 現在経過分 TO 表終了経過分(添字).
042400     IF 表終了コード(添字) = 0
042500       MOVE "2" TO 表状態(添字)
042600       ADD 1 TO 正常件数
042700     ELSE
042800       MOVE "3" TO 表状態(添字)
042900       ADD 1 TO 異常件数
043000       SET 以降中止 TO TRUE
043100       DISPLAY "異常終了：" 表ネット名(添字)
043200               " 復帰コード " 表終了コード(添字)
043300       MOVE "E" TO 通知重大度
043400       MOVE SPACE TO 通知本文
043500       STRING "ネット異常終了 " 表ネット名(添字)
043600              " 以降のネットは中止"
043700              DELIMITED BY SIZE INTO 通知本文
043800       CALL "運用通知" USING 通知プログラム
043900            通知重大度 通知本文
044000     END-IF.
044100     COMPUTE 次添字 = 添字 + 1.
044200     IF 次添字 <= ネット数
044300       MOVE 表開始予定(次添字) TO 開始予定ワーク
044400       PERFORM 予定経過分算出
044500       IF 開始予定ワーク NOT = 0
044600          AND 現在経過分 > 予定経過分
044700         ADD 1 TO 遅延件数
044800         MOVE "W" TO 通知重大度
044900         MOVE SPACE TO 通知本文
045000         STRING "ネット " 表ネット名(添字)
045100                " が次の " 表ネット名(次添字)
045200                " の開始予定 " 開始予定ワーク
045300                " に未終了"
045400                DELIMITED BY SIZE INTO 通知本文
045500         CALL "運用通知" USING 通知プログラム
045600              通知重大度 通知本文
045700       END-IF
045800     END-IF.
045900*
046000*　ネットの定義ファイルを JOBNET.TXT へ写す。
046100*
046200 ネット定義写し.
046300     MOVE 表定義ファイル(添字)
046400       TO ネット定義ファイル名.
046500     OPEN INPUT ネット定義ファイル.
046600     IF NOT ネット定義正常
046700       DISPLAY "定義ファイルが読めません："
046800               ネット定義ファイル名
046900       EXIT PARAGRAPH
047000     END-IF.
047100     OPEN OUTPUT 実行定義ファイル.
047200     IF NOT 実行定義正常
047300       DISPLAY "JOBNET.TXTが書けません"
047400       CLOSE ネット定義ファイル
047500       EXIT PARAGRAPH
047600     END-IF.
047700     MOVE "N" TO 写し終了フラグ.
047800     PERFORM 定義写し読込.
047900     PERFORM 定義写し書込 UNTIL 写し終了.
048000     CLOSE 実行定義ファイル.
048100     CLOSE ネット定義ファイル.
048200*
048300 定義写し読込.
048400     READ ネット定義ファイル
048500       AT END
048600         SET 写し終了 TO TRUE
048700     END-READ.
048800*
048900 定義写し書込.
049000     MOVE ネット定義レコード TO 実行定義レコード.
049100     WRITE 実行定義レコード.
049200     PERFORM 定義写し読込.
049300*
049400 開始待ち.
049500     CALL "Sleep" WITH STDCALL LINKAGE
049600          USING BY VALUE 待機ミリ秒.
049700     PERFORM 現在経過分算出.
049800*
049900 現在経過分算出.
050000     MOVE FUNCTION CURRENT-DATE TO 現在日時.
050100     COMPUTE 現在経過分 = 現在時 * 60 + 現在分.
050200     IF 現在日付８ > 運用日
050300       ADD 1440 TO 現在経過分
050400     END-IF.
050500*
050600*　開始予定の０は待たない。正午前の時刻は翌日の時刻とみなす。
050700*
050800 予定経過分算出.
050900     IF 開始予定ワーク = 0
051000       MOVE 0 TO 予定経過分
051100     ELSE
051200       COMPUTE 予定経過分 =
051300           開始予定時 * 60 + 開始予定分
051400       IF 開始予定ワーク < 1200
051500         ADD 1440 TO 予定経過分
051600       END-IF
051700     END-IF.
051800*
051900 結果出力.
052000     MOVE SPACE TO 明細行編集域.
052100     MOVE 表ネット名(添字)     TO 編集ネット名.
052200     MOVE 表暦規則(添字)       TO 編集暦規則.
052300     MOVE 表開始予定(添字)     TO 編集開始予定.
052400     MOVE 表定義ファイル(添字)
052500       TO 編集定義ファイル.
052600     EVALUATE TRUE
052700       WHEN 表正常(添字)
052800         MOVE "正常終了" TO 編集結果
052900       WHEN 表異常(添字)
053000         MOVE "異常終了" TO 編集結果
053100       WHEN OTHER
053200         MOVE "中止" TO 編集結果
053300     END-EVALUATE.
053400     MOVE 表終了時刻(添字) TO 編集終了時刻.
053500     MOVE 明細行編集域 TO 予定リスト行.
053600     WRITE 予定リスト行.
