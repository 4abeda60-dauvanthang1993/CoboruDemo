000010*=====================================================================
000020*　休業管理　　　　　　　　　　　　　−オブジェクト指向サンプル−
000030*
000040*　　従業員の休職（私傷病等）・産前産後休業・育児休業・介護休業を
000050*　休業ファイル（KYUGYOM）に１回の休業ごとに登録する。休業は開始
000060*　日から復職日の前日までとし，復職日が０の間は休業中とする。同じ
000070*　従業員の休業は期間を重ねて登録できない。
000080*
000090*　　本プログラムは登録・変更・削除・一覧の保守ユーティリティと，
000100*　指定月の休業者と復職予定者の一覧（スプール経由）を出力する。
000110*
000120*　　休業の扱い
000130*　　　月次給与（KYUTOROKU）　月の全日が休業の月は支給しない。一部
000140*　　　　　　　　　　　　　　が休業の月は月給を暦日で日割りする。
000150*　　　　　　　　　　　　　　産前産後・育児休業の開始月から復職日
000160*　　　　　　　　　　　　　　の前月までは社会保険料を免除する
000170*　　　　　　　　　　　　　　（同月内に始まり終わる１４日以上の
000180*　　　　　　　　　　　　　　育児休業はその月も免除）。
000190*　　　算定基礎（SANTEI）　　支払基礎日数が１７日未満の月を除く。
000200*　　　有給付与（YUKYUFUYO）　休職日数を出勤率の欠勤として扱う。
000210*　　　勤怠締め（KINMUSIME）　休業日を欠勤に数えない。
000220*　　　人員統計（JINJITOK）　基準日の休業者数を数える。
000230*
000240*                              Copyright 1998-2015 FUJITSU LIMITED
000250*=====================================================================
000260 IDENTIFICATION     DIVISION.
000270 PROGRAM-ID.   KYUGYO.
000280 ENVIRONMENT  DIVISION.
000290 INPUT-OUTPUT  SECTION.
000300 FILE-CONTROL.
000310     SELECT OPTIONAL 休業ファイル
000320       ASSIGN TO "KYUGYOM"
000330       ORGANIZATION IS INDEXED
000340       ACCESS MODE  IS DYNAMIC
000350       RECORD KEY   IS 休業キー
000360       FILE STATUS  IS 休業状態.
000370     SELECT 社員マスタファイル
000380       ASSIGN TO "SHAINM"
000390       ORGANIZATION IS INDEXED
000400       ACCESS MODE  IS RANDOM
000410       RECORD KEY   IS 社員番号
000420       FILE STATUS  IS 社員マスタ状態.
000430     SELECT 休業者一覧ファイル
000440       ASSIGN TO "KYUGYO.RPT"
000450       ORGANIZATION IS LINE SEQUENTIAL.
000460 DATA  DIVISION.
000470 FILE  SECTION.
000480 FD  休業ファイル.
000490     COPY KYUGYOR.
000500 FD  社員マスタファイル.
000510     COPY SHAINMR.
000520 FD  休業者一覧ファイル.
000530 01  一覧行                  PIC  X(120).
000540 WORKING-STORAGE  SECTION.
000550 77  スプール発行元          PIC  X(08).
000560 77  スプール帳票名          PIC  X(08).
000570 77  スプール本文名          PIC  X(20).
000580 77  スプール登録結果        PIC  9(01).
000590 01  休業状態                PIC  X(02).
000600     88  休業正常            VALUE "00" "05".
000610 01  社員マスタ状態          PIC  X(02).
000620     88  社員マスタ正常      VALUE "00" "05".
000630 01  処理区分                PIC  9(01).
000640 01  終了区分                PIC  9(01)  VALUE 0.
000650     88  保守終了            VALUE 9.
000660 01  一覧終了フラグ          PIC  X(01).
000670     88  一覧終了            VALUE "Y".
000680 01  既存フラグ              PIC  X(01).
000690 01  入力エラー              PIC  X(01).
000700     88  入力誤り            VALUE "Y".
000710 01  一覧従業員番号          PIC  9(04).
000720 01  休業退避域              PIC  X(83).
000730 01  入力開始日              PIC  9(08).
000740 01  入力最終日              PIC  9(08).
000750 01  照合最終日              PIC  9(08).
000760 01  重複件数                PIC  9(03).
000770 01  検査日付                PIC  9(08).
000780 01  検査日付分解  REDEFINES 検査日付.
000790     02  検査年              PIC  9(04).
000800     02  検査月              PIC  9(02).
000810     02  検査日              PIC  9(02).
000820 01  現在日時.
000830     02  現在日時１４        PIC  X(14).
000840     02  FILLER              PIC  X(07).
000850*
000860*　月次一覧の対象月
000870*
000880 01  対象年月                PIC  9(06).
000890 01  対象年月分解  REDEFINES 対象年月.
000900     02  対象年              PIC  9(04).
000910     02  対象月              PIC  9(02).
000920 01  月初日                  PIC  9(08).
000930 01  月末日                  PIC  9(08).
000940 01  翌月初日                PIC  9(08).
000950 01  翌月末日                PIC  9(08).
000960 01  翌々月初日              PIC  9(08).
000970 01  休業最終日              PIC  9(08).
000980 01  重複開始日              PIC  9(08).
000990 01  重複終了日              PIC  9(08).
001000 01  月内休業日数            PIC  9(03).
001010 01  休業者件数              PIC  9(05).
001020 01  復職予定件数            PIC  9(05).
001030*
001040 01  明細行編集域.
001050     02  編集従業員番号      PIC  9(04).
001060     02  FILLER              PIC  X(01)  VALUE SPACE.
001070     02  編集氏名            PIC  X(16).
001080     02  FILLER              PIC  X(01)  VALUE SPACE.
001090     02  編集区分名          PIC  X(12).
001100     02  FILLER              PIC  X(01)  VALUE SPACE.
001110     02  編集開始日          PIC  9(08).
001120     02  FILLER              PIC  X(01)  VALUE SPACE.
001130     02  編集予定日          PIC  Z(08).
001140     02  FILLER              PIC  X(01)  VALUE SPACE.
001150     02  編集復職日          PIC  Z(08).
001160     02  FILLER              PIC  X(03)  VALUE SPACE.
001170     02  編集月内日数        PIC  ZZ9.
001180     02  FILLER              PIC  X(02)  VALUE SPACE.
001190     02  編集備考            PIC  X(24).
001200*
001210 PROCEDURE  DIVISION.
001220     OPEN I-O 休業ファイル.
001230     IF NOT 休業正常
001240       DISPLAY "休業ファイルが開けません"
001250       STOP RUN
001260     END-IF.
001270     OPEN INPUT 社員マスタファイル.
001280     IF NOT 社員マスタ正常
001290       DISPLAY "社員マスタファイルが開けません"
001300       CLOSE 休業ファイル
001310       STOP RUN
001320     END-IF.
001330     PERFORM 保守メニュー処理 UNTIL 保守終了.
001340     CLOSE 社員マスタファイル.
001350     CLOSE 休業ファイル.
001360     STOP RUN.
001370*
001380 保守メニュー処理.
001390     DISPLAY "休業管理".
001400     DISPLAY "1:登録・変更 2:削除 3:一覧"
001410             " 4:月次休業者一覧 9:終了".
001420     ACCEPT 処理区分 FROM CONSOLE.
001430     EVALUATE 処理区分
001440       WHEN 1
001450         PERFORM 登録変更処理
001460             THRU 登録変更処理出口
001470       WHEN 2
001480         PERFORM 削除処理
001490       WHEN 3
001500         PERFORM 一覧処理
001510       WHEN 4
001520         PERFORM 月次一覧処理
001530       WHEN 9
001540         MOVE 9 TO 終了区分
001550     END-EVALUATE.
001560*
001570*　同じ開始日の休業があれば変更とする。復職したときは復職日を
001580*　入れて変更する。
001590*
001600 登録変更処理.
001610     DISPLAY "従業員番号を入力してください".
001620     ACCEPT 休業従業員番号 FROM CONSOLE.
001630     MOVE 休業従業員番号 TO 社員番号.
001640     READ 社員マスタファイル
001650       INVALID KEY
001660         DISPLAY "社員マスタに登録がありません"
001670         GO TO 登録変更処理出口
001680     END-READ.
001690     DISPLAY "休業開始日を入力(YYYYMMDD)".
001700     ACCEPT 休業開始日 FROM CONSOLE.
001710     MOVE "Y" TO 既存フラグ.
001720     READ 休業ファイル
001730       INVALID KEY
001740         MOVE "N" TO 既存フラグ
001750       NOT INVALID KEY
001760         DISPLAY "登録済 区分:" 休業区分
001770                 " 復職予定:" 休業復職予定日
001780                 " 復職:" 休業復職日
001790     END-READ.
001800     PERFORM 項目入力.
001810     PERFORM 項目検査.
001820     IF 入力誤り
001830       GO TO 登録変更処理出口
001840     END-IF.
001850     PERFORM 重複検査.
001860     IF 重複件数 NOT = 0
001870       DISPLAY "他の休業と期間が重なっています"
001880       GO TO 登録変更処理出口
001890     END-IF.
001900     MOVE FUNCTION CURRENT-DATE TO 現在日時.
001910     MOVE 現在日時１４ TO 休業登録日時.
001920     IF 既存フラグ = "Y"
001930       REWRITE 休業レコード
001940       DISPLAY "変更しました"
001950     ELSE
001960       WRITE 休業レコード
001970       DISPLAY "登録しました"
001980     END-IF.
001990*
002000 登録変更処理出口.
002010     EXIT.
002020*
002030 項目入力.
002040     DISPLAY "休業区分(1:休職 2:産前産後"
002050             " 3:育児 4:介護)".
002060     ACCEPT 休業区分 FROM CONSOLE.
002070     DISPLAY "復職予定日を入力(YYYYMMDD 未定は0)".
002080     ACCEPT 休業復職予定日 FROM CONSOLE.
002090     DISPLAY "復職日を入力(YYYYMMDD 休業中は0)".
002100     ACCEPT 休業復職日 FROM CONSOLE.
002110     DISPLAY "事由を入力してください".
002120     ACCEPT 休業事由 FROM CONSOLE.
002130*
002140 項目検査.
002150     MOVE "N" TO 入力エラー.
002160     IF NOT 休業区分有効
002170       DISPLAY "休業区分に誤りがあります"
002180       SET 入力誤り TO TRUE
002190       EXIT PARAGRAPH
002200     END-IF.
002210     MOVE 休業開始日 TO 検査日付.
002220     PERFORM 日付検査.
002230     IF 入力誤り
002240       DISPLAY "休業開始日に誤りがあります"
002250       EXIT PARAGRAPH
002260     END-IF.
002270     IF 休業復職予定日 NOT = 0
002280       MOVE 休業復職予定日 TO 検査日付
002290       PERFORM 日付検査
002300       IF 入力誤り OR 休業復職予定日 <= 休業開始日
002310         DISPLAY "復職予定日に誤りがあります"
002320         SET 入力誤り TO TRUE
002330         EXIT PARAGRAPH
002340       END-IF
002350     END-IF.
002360     IF 休業復職日 NOT = 0
002370       MOVE 休業復職日 TO 検査日付
002380       PERFORM 日付検査
002390       IF 入力誤り OR 休業復職日 <= 休業開始日
002400         DISPLAY "復職日に誤りがあります"
002410         SET 入力誤り TO TRUE
002420       END-IF
002430     END-IF.
002440*
002450 日付検査.
002460     IF 検査月 < 1 OR 検査月 > 12
002470        OR 検査日 < 1 OR 検査日 > 31
002480        OR 検査年 < 1900
002490       SET 入力誤り TO TRUE
002500     END-IF.
002510*
002520*　同じ従業員の他の休業（開始日が異なるもの）と期間が重なる件数
002530*　を数える。休業中（復職日０）の休業は期限なしとみなす。
002540*
002550 重複検査.
002560     MOVE 0 TO 重複件数.
002570     MOVE 休業レコード TO 休業退避域.
002580     MOVE 休業開始日 TO 入力開始日.
002590     IF 休業復職日 = 0
002600       MOVE 99999999 TO 入力最終日
002610     ELSE
002620       MOVE 休業復職日 TO 入力最終日
002630     END-IF.
002640     MOVE "N" TO 一覧終了フラグ.
002650     MOVE 0 TO 休業開始日.
002660     START 休業ファイル KEY NOT < 休業キー
002670       INVALID KEY
002680         SET 一覧終了 TO TRUE
002690     END-START.
002700     PERFORM 重複検査明細 UNTIL 一覧終了.
002710     MOVE 休業退避域 TO 休業レコード.
002720*
002730 重複検査明細.
002740     READ 休業ファイル NEXT RECORD
002750       AT END
002760         SET 一覧終了 TO TRUE
002770       NOT AT END
002780         IF 休業従業員番号 NOT = 社員番号
002790           SET 一覧終了 TO TRUE
002800         ELSE
002810           IF 休業復職日 = 0
002820             MOVE 99999999 TO 照合最終日
002830           ELSE
002840             MOVE 休業復職日 TO 照合最終日
002850           END-IF
002860           IF 休業開始日 NOT = 入力開始日
002870              AND 休業開始日 < 入力最終日
002880              AND 入力開始日 < 照合最終日
002890             ADD 1 TO 重複件数
002900           END-IF
002910         END-IF
002920     END-READ.
002930*
002940 削除処理.
002950     DISPLAY "従業員番号を入力してください".
002960     ACCEPT 休業従業員番号 FROM CONSOLE.
002970     DISPLAY "休業開始日を入力(YYYYMMDD)".
002980     ACCEPT 休業開始日 FROM CONSOLE.
002990     READ 休業ファイル
003000       INVALID KEY
003010         DISPLAY "登録がありません"
003020       NOT INVALID KEY
003030         DELETE 休業ファイル
003040         DISPLAY "削除しました"
003050     END-READ.
003060*
003070 一覧処理.
003080     DISPLAY "従業員番号を入力してください".
003090     ACCEPT 一覧従業員番号 FROM CONSOLE.
003100     MOVE "N" TO 一覧終了フラグ.
003110     MOVE 一覧従業員番号 TO 休業従業員番号.
003120     MOVE 0 TO 休業開始日.
003130     START 休業ファイル KEY NOT < 休業キー
003140       INVALID KEY
003150         SET 一覧終了 TO TRUE
003160     END-START.
003170     PERFORM 一覧明細 UNTIL 一覧終了.
003180*
003190 一覧明細.
003200     READ 休業ファイル NEXT RECORD
003210       AT END
003220         SET 一覧終了 TO TRUE
003230       NOT AT END
003240         IF 休業従業員番号 NOT = 一覧従業員番号
003250           SET 一覧終了 TO TRUE
003260         ELSE
003270           DISPLAY 休業開始日 "から 区分:" 休業区分
003280                   " 復職予定:" 休業復職予定日
003290                   " 復職:" 休業復職日
003300           DISPLAY "  " 休業事由
003310         END-IF
003320     END-READ.
003330*
003340*　指定月に１日でも休業している従業員と，翌月末までに復職予定日
003350*　が来る（または過ぎた）休業中の従業員を一覧する。
003360*
003370 月次一覧処理.
003380     DISPLAY "対象年月を入力(YYYYMM)".
003390     ACCEPT 対象年月 FROM CONSOLE.
003400     IF 対象月 < 1 OR 対象月 > 12
003410       DISPLAY "対象年月に誤りがあります"
003420       EXIT PARAGRAPH
003430     END-IF.
003440     COMPUTE 月初日 = 対象年月 * 100 + 1.
003450     IF 対象月 = 12
003460       COMPUTE 翌月初日 = (対象年 + 1) * 10000 + 101
003470     ELSE
003480       COMPUTE 翌月初日 = 月初日 + 100
003490     END-IF.
003500     IF 対象月 >= 11
003510       COMPUTE 翌々月初日 = (対象年 + 1) * 10000
003520         + (対象月 - 10) * 100 + 1
003530     ELSE
003540       COMPUTE 翌々月初日 = 月初日 + 200
003550     END-IF.
003560     COMPUTE 月末日 = FUNCTION DATE-OF-INTEGER(
003570         FUNCTION INTEGER-OF-DATE(翌月初日) - 1).
003580     COMPUTE 翌月末日 = FUNCTION DATE-OF-INTEGER(
003590         FUNCTION INTEGER-OF-DATE(翌々月初日) - 1).
003600     MOVE 0 TO 休業者件数.
003610     MOVE 0 TO 復職予定件数.
003620     OPEN OUTPUT 休業者一覧ファイル.
003630     MOVE SPACE TO 一覧行.
003640     STRING "*** 休業者一覧 " 対象年月 " ***"
003650            DELIMITED BY SIZE INTO 一覧行.
003660     WRITE 一覧行.
003670     PERFORM 見出し出力.
003680     PERFORM 休業者走査開始.
003690     PERFORM 休業者明細 UNTIL 一覧終了.
003700     MOVE SPACE TO 一覧行.
003710     STRING "休業者：" 休業者件数 "名"
003720            DELIMITED BY SIZE INTO 一覧行.
003730     WRITE 一覧行.
003740*
003750     MOVE SPACE TO 一覧行.
003760     WRITE 一覧行.
003770     MOVE SPACE TO 一覧行.
003780     STRING "*** 復職予定者（" 翌月末日 "まで） ***"
003790            DELIMITED BY SIZE INTO 一覧行.
003800     WRITE 一覧行.
003810     PERFORM 見出し出力.
003820     PERFORM 休業者走査開始.
003830     PERFORM 復職予定明細 UNTIL 一覧終了.
003840     MOVE SPACE TO 一覧行.
003850     STRING "復職予定者：" 復職予定件数 "名"
003860            DELIMITED BY SIZE INTO 一覧行.
003870     WRITE 一覧行.
003880     CLOSE 休業者一覧ファイル.
003890     MOVE "KYUGYO" TO スプール発行元.
003900     MOVE "KYUGYO" TO スプール帳票名.
003910     MOVE "KYUGYO.RPT" TO スプール本文名.
003920     CALL "スプール登録" USING スプール発行元
003930          スプール帳票名 スプール本文名
003940          スプール登録結果.
003950     DISPLAY "休業者：" 休業者件数
003960             " 復職予定者：" 復職予定件数.
003970*
003980 見出し出力.
003990     MOVE "番号 氏名             区分         開始日  " &
004000          "  復職予定   復職日 月内日数  備考"
004010       TO 一覧行.
004020     WRITE 一覧行.
004030*
004040 休業者走査開始.
004050     MOVE "N" TO 一覧終了フラグ.
004060     MOVE LOW-VALUE TO 休業キー.
004070     START 休業ファイル KEY > 休業キー
004080       INVALID KEY
004090         SET 一覧終了 TO TRUE
004100     END-START.
004110*
004120 休業者明細.
004130     READ 休業ファイル NEXT RECORD
004140       AT END
004150         SET 一覧終了 TO TRUE
004160         EXIT PARAGRAPH
004170     END-READ.
004180     IF 休業開始日 > 月末日
004190        OR (休業復職日 NOT = 0
004195            AND 休業復職日 <= 月初日)
004200       EXIT PARAGRAPH
004210     END-IF.
004220     ADD 1 TO 休業者件数.
004230     PERFORM 明細行出力.
004240*
004250 復職予定明細.
004260     READ 休業ファイル NEXT RECORD
004270       AT END
004280         SET 一覧終了 TO TRUE
004290         EXIT PARAGRAPH
004300     END-READ.
004310     IF 休業復職日 NOT = 0
004320        OR 休業復職予定日 = 0
004330        OR 休業復職予定日 > 翌月末日
004340       EXIT PARAGRAPH
004350     END-IF.
004360     ADD 1 TO 復職予定件数.
004370     PERFORM 明細行出力.
004380*
004390*　月内の休業日数と，復職の状況を備考に編集して１行出力する。
004400*
004410 明細行出力.
004420     MOVE SPACE TO 明細行編集域.
004430     MOVE 休業従業員番号 TO 編集従業員番号.
004440     MOVE 休業従業員番号 TO 社員番号.
004450     READ 社員マスタファイル
004460       INVALID KEY
004470         MOVE SPACE TO 社員氏名
004480     END-READ.
004490     MOVE 社員氏名 TO 編集氏名.
004500     EVALUATE TRUE
004510       WHEN 休職
004520         MOVE "休職" TO 編集区分名
004530       WHEN 産前産後休業
004540         MOVE "産前産後" TO 編集区分名
004550       WHEN 育児休業
004560         MOVE "育児休業" TO 編集区分名
004570       WHEN 介護休業
004580         MOVE "介護休業" TO 編集区分名
004590     END-EVALUATE.
004600     MOVE 休業開始日     TO 編集開始日.
004610     MOVE 休業復職予定日 TO 編集予定日.
004620     MOVE 休業復職日     TO 編集復職日.
004630     PERFORM 月内日数計算.
004640     MOVE 月内休業日数 TO 編集月内日数.
004650     EVALUATE TRUE
004660       WHEN 休業復職日 NOT = 0
004670         IF 休業復職日 <= 月末日
004680           MOVE "当月復職" TO 編集備考
004690         END-IF
004700       WHEN 休業復職予定日 = 0
004710         MOVE "復職予定未定" TO 編集備考
004720       WHEN 休業復職予定日 < 月初日
004730         MOVE "予定日経過" TO 編集備考
004740       WHEN 休業復職予定日 <= 月末日
004750         MOVE "当月復職予定" TO 編集備考
004760       WHEN 休業復職予定日 <= 翌月末日
004770         MOVE "翌月復職予定" TO 編集備考
004780     END-EVALUATE.
004790     MOVE 明細行編集域 TO 一覧行.
004800     WRITE 一覧行.
004810*
004820 月内日数計算.
004830     MOVE 0 TO 月内休業日数.
004840     IF 休業復職日 = 0
004850       MOVE 99999999 TO 休業最終日
004860     ELSE
004870       COMPUTE 休業最終日 = FUNCTION DATE-OF-INTEGER(
004880           FUNCTION INTEGER-OF-DATE(休業復職日) - 1)
004890     END-IF.
004900     IF 休業開始日 > 月末日 OR 休業最終日 < 月初日
004910       EXIT PARAGRAPH
004920     END-IF.
004930     IF 休業開始日 > 月初日
004940       MOVE 休業開始日 TO 重複開始日
004950     ELSE
004960       MOVE 月初日 TO 重複開始日
004970     END-IF.
004980     IF 休業最終日 < 月末日
004990       MOVE 休業最終日 TO 重複終了日
005000     ELSE
005010       MOVE 月末日 TO 重複終了日
005020     END-IF.
005030     COMPUTE 月内休業日数 =
005040         FUNCTION INTEGER-OF-DATE(重複終了日)
005050       - FUNCTION INTEGER-OF-DATE(重複開始日) + 1.
005060 END PROGRAM KYUGYO.
005070*
005080*=====================================================================
005090*　休業状況取得サブルーチン。休業照会領域（KYUGYOP）で従業員と
005100*　期間を渡すと，期間内の休業暦日数・うち休職日数・休業日のうちの
005110*　営業日数（暦日計算サブルーチンによる）を返す。月次照会では
005120*　あわせて社会保険料の免除月かどうかを返す。
005130*
005140*　　免除月は産前産後休業・育児休業の開始日の月から，復職日の月
005150*　の前月まで。開始日と復職日の前日が同じ月の育児休業は，休業が
005160*　１４日以上ならその月を免除月とする。
005170*
005180*　パラメータ：
005190*　　入出力：休業照会領域（KYUGYOP の様式）
005200*=====================================================================
005210 IDENTIFICATION     DIVISION.
005220 PROGRAM-ID.   "休業状況取得".
005230 ENVIRONMENT  DIVISION.
005240 INPUT-OUTPUT  SECTION.
005250 FILE-CONTROL.
005260     SELECT OPTIONAL 休業ファイル
005270       ASSIGN TO "KYUGYOM"
005280       ORGANIZATION IS INDEXED
005290       ACCESS MODE  IS DYNAMIC
005300       RECORD KEY   IS 休業キー
005310       FILE STATUS  IS 休業状態.
005320 DATA  DIVISION.
005330 FILE  SECTION.
005340 FD  休業ファイル.
005350     COPY KYUGYOR.
005360 WORKING-STORAGE  SECTION.
005370 01  休業状態                PIC  X(02).
005380     88  休業正常            VALUE "00".
005390 01  休業終了フラグ          PIC  X(01).
005400     88  休業終了            VALUE "Y".
005410 01  期間開始日              PIC  9(08).
005420 01  期間開始分解  REDEFINES 期間開始日.
005430     02  期間開始年月        PIC  9(06).
005440     02  FILLER              PIC  9(02).
005450 01  期間終了日              PIC  9(08).
005460 01  翌月初日                PIC  9(08).
005470 01  翌月初分解  REDEFINES 翌月初日.
005480     02  翌月初年            PIC  9(04).
005490     02  翌月初月            PIC  9(02).
005500     02  FILLER              PIC  9(02).
005510 01  休業最終日              PIC  9(08).
005520 01  重複開始日              PIC  9(08).
005530 01  重複終了日              PIC  9(08).
005540 01  重複日数                PIC  9(03).
005550 01  休業開始年月            PIC  9(06).
005560 01  復職年月                PIC  9(06).
005570 01  暦機能区分              PIC  X(01).
005580 01  暦基準日                PIC  9(08).
005590 01  暦相手日                PIC  9(08).
005600 01  暦結果日                PIC  9(08).
005610 01  暦営業日数              PIC S9(05).
005620 01  暦結果                  PIC  9(01).
005630 LINKAGE  SECTION.
005640     COPY KYUGYOP.
005650 PROCEDURE  DIVISION USING 休業照会領域.
005660 照会開始.
005670     MOVE SPACE TO 照会休業区分.
005680     MOVE 0 TO 照会復職予定日.
005690     MOVE 0 TO 照会対象日数.
005700     MOVE 0 TO 照会休業日数.
005710     MOVE 0 TO 照会休職日数.
005720     MOVE 0 TO 照会休業営業日数.
005730     MOVE "N" TO 照会社保免除.
005740     MOVE "N" TO 照会全休区分.
005750     MOVE 1 TO 照会結果.
005760     EVALUATE TRUE
005770       WHEN 月次照会
005780         MOVE 照会開始日 TO 期間開始日
005790         COMPUTE 期間開始日 = 期間開始年月 * 100 + 1
005800         MOVE 期間開始日 TO 翌月初日
005810         IF 翌月初月 = 12
005820           ADD 1 TO 翌月初年
005830           MOVE 1 TO 翌月初月
005840         ELSE
005850           ADD 1 TO 翌月初月
005860         END-IF
005870         COMPUTE 期間終了日 = FUNCTION DATE-OF-INTEGER(
005880             FUNCTION INTEGER-OF-DATE(翌月初日) - 1)
005890       WHEN 期間照会
005900         MOVE 照会開始日 TO 期間開始日
005910         MOVE 照会終了日 TO 期間終了日
005920       WHEN 指定日照会
005930         MOVE 照会開始日 TO 期間開始日
005940         MOVE 照会開始日 TO 期間終了日
005950       WHEN OTHER
005960         MOVE 9 TO 照会結果
005970         EXIT PROGRAM
005980     END-EVALUATE.
005990     IF 期間終了日 < 期間開始日
006000       MOVE 9 TO 照会結果
006010       EXIT PROGRAM
006020     END-IF.
006030     COMPUTE 照会対象日数 =
006040         FUNCTION INTEGER-OF-DATE(期間終了日)
006050       - FUNCTION INTEGER-OF-DATE(期間開始日) + 1.
006060     OPEN INPUT 休業ファイル.
006070     IF NOT 休業正常
006080       CLOSE 休業ファイル
006090       EXIT PROGRAM
006100     END-IF.
006110     PERFORM 休業検索.
006120     CLOSE 休業ファイル.
006130     IF 照会休業日数 NOT = 0
006140       MOVE 0 TO 照会結果
006150       IF 照会休業日数 >= 照会対象日数
006160         SET 期間全休 TO TRUE
006170       END-IF
006180     END-IF.
006190     EXIT PROGRAM.
006200*
006210*　その従業員の休業を開始日順に読み，期間に掛かるものを集計する。
006220*
006230 休業検索.
006240     MOVE "N" TO 休業終了フラグ.
006250     MOVE 照会従業員番号 TO 休業従業員番号.
006260     MOVE 0 TO 休業開始日.
006270     START 休業ファイル KEY NOT < 休業キー
006280       INVALID KEY
006290         SET 休業終了 TO TRUE
006300     END-START.
006310     PERFORM 休業検索明細 UNTIL 休業終了.
006320*
006330 休業検索明細.
006340     READ 休業ファイル NEXT RECORD
006350       AT END
006360         SET 休業終了 TO TRUE
006370       NOT AT END
006380         IF 休業従業員番号 NOT = 照会従業員番号
006390            OR 休業開始日 > 期間終了日
006400           SET 休業終了 TO TRUE
006410         ELSE
006420           PERFORM 休業期間集計
006430         END-IF
006440     END-READ.
006450*
006460 休業期間集計.
006470     IF 休業復職日 = 0
006480       MOVE 99999999 TO 休業最終日
006490     ELSE
006500       IF 休業復職日 <= 休業開始日
006510         EXIT PARAGRAPH
006520       END-IF
006530       COMPUTE 休業最終日 = FUNCTION DATE-OF-INTEGER(
006540           FUNCTION INTEGER-OF-DATE(休業復職日) - 1)
006550     END-IF.
006560     IF 休業最終日 < 期間開始日
006570       EXIT PARAGRAPH
006580     END-IF.
006590     IF 休業開始日 > 期間開始日
006600       MOVE 休業開始日 TO 重複開始日
006610     ELSE
006620       MOVE 期間開始日 TO 重複開始日
006630     END-IF.
006640     IF 休業最終日 < 期間終了日
006650       MOVE 休業最終日 TO 重複終了日
006660     ELSE
006670       MOVE 期間終了日 TO 重複終了日
006680     END-IF.
006690     COMPUTE 重複日数 =
006700         FUNCTION INTEGER-OF-DATE(重複終了日)
006710       - FUNCTION INTEGER-OF-DATE(重複開始日) + 1.
006720     ADD 重複日数 TO 照会休業日数.
006730     IF 休職
006740       ADD 重複日数 TO 照会休職日数
006750     END-IF.
006760     MOVE 休業区分       TO 照会休業区分.
006770     MOVE 休業復職予定日 TO 照会復職予定日.
006780*
006790     MOVE "4" TO 暦機能区分.
006800     COMPUTE 暦基準日 = FUNCTION DATE-OF-INTEGER(
006810         FUNCTION INTEGER-OF-DATE(重複開始日) - 1).
006820     MOVE 重複終了日 TO 暦相手日.
006830     CALL "暦日計算" USING 暦機能区分 暦基準日
006840          暦相手日 暦結果日 暦営業日数 暦結果.
006850     IF 暦結果 = 0 AND 暦営業日数 > 0
006860       ADD 暦営業日数 TO 照会休業営業日数
006870     END-IF.
006880     IF 月次照会
006890        AND (産前産後休業 OR 育児休業)
006900       PERFORM 社保免除判定
006910     END-IF.
006920*
006930 社保免除判定.
006940     COMPUTE 休業開始年月 = 休業開始日 / 100.
006950     IF 休業復職日 = 0
006960       SET 社保免除月 TO TRUE
006970       EXIT PARAGRAPH
006980     END-IF.
006990     COMPUTE 復職年月 = 休業復職日 / 100.
007000     IF 期間開始年月 < 復職年月
007010       SET 社保免除月 TO TRUE
007020       EXIT PARAGRAPH
007030     END-IF.
007040     IF 育児休業
007050        AND 休業開始年月 = 期間開始年月
007060        AND 休業最終日 <= 期間終了日
007070        AND 重複日数 >= 14
007080       SET 社保免除月 TO TRUE
007090     END-IF.
007100 END PROGRAM "休業状況取得".
