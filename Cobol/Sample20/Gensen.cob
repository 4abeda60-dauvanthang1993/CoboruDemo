000050*　１名１枚で印刷する。年間支給額と源泉徴収計は給与台帳から，
000060*　扶養人数・保険料控除額は申告ファイルから，年税額は源泉計
000070*　に還付徴収ファイルの精算額を加えて求める。出力は印刷
000080*　スプール経由。賞与台帳（SHOYO）の対象年の賞与も支給額・源泉
000085*　徴収計・社会保険料等に含める。
000090*
000100*　　従業員番号に０を指定すると全員分，番号を指定するとその
000110*　１名分だけを印刷する（中途退職者の再発行用）。
000230       ACCESS MODE  IS SEQUENTIAL
000240       RECORD KEY   IS 台帳キー
000250       FILE STATUS  IS 給与台帳状態.
000251     SELECT OPTIONAL 賞与台帳ファイル
000252       ASSIGN TO "SHOYO"
000253       ORGANIZATION IS INDEXED
000254       ACCESS MODE  IS SEQUENTIAL
000255       RECORD KEY   IS 賞与キー
000256       FILE STATUS  IS 賞与台帳状態.
000260     SELECT 社員マスタファイル
000270       ASSIGN TO "SHAINM"
000280       ORGANIZATION IS INDEXED
000440 FILE  SECTION.
000450 FD  給与台帳ファイル.
000460     COPY KYUYOREC.
000462 FD  賞与台帳ファイル.
000464     COPY SHOYOREC.
000470 FD  社員マスタファイル.
000480     COPY SHAINMR.
000490 FD  申告ファイル.
000660 77  スプール登録結果        PIC  9(01).
000670 01  給与台帳状態            PIC  X(02).
000680     88  給与台帳正常        VALUE "00" "05".
000682 01  賞与台帳状態            PIC  X(02).
000684     88  賞与台帳正常        VALUE "00" "05".
000690 01  社員マスタ状態          PIC  X(02).
000700 01  申告ファイル状態        PIC  X(02).
000710     88  申告ファイル正常    VALUE "00" "05".
000730     88  還付ファイル正常    VALUE "00" "05".
000740 01  台帳終了フラグ          PIC  X(01)  VALUE "N".
000750     88  台帳終了            VALUE "Y".
000752 01  賞与終了フラグ          PIC  X(01)  VALUE "N".
000754     88  賞与終了            VALUE "Y".
000760 01  申告終了フラグ          PIC  X(01)  VALUE "N".
000770     88  申告終了            VALUE "Y".
000780 01  還付終了フラグ          PIC  X(01)  VALUE "N".
000820 01  社員添字                PIC  9(03)  COMP-5.
000830 01  社員登録数              PIC  9(03)  COMP-5 VALUE 0.
000840 01  検索添字                PIC  9(03)  COMP-5.
000845 01  位置従業員番号          PIC  9(04).
000850 01  年税額                  PIC S9(09).
000860 01  印刷件数                PIC  9(05)  VALUE 0.
000870 01  あふれ件数              PIC  9(06)  VALUE 0.
001150     PERFORM 台帳読込.
001160     PERFORM 年間集計 UNTIL 台帳終了.
001170     CLOSE 給与台帳ファイル.
001171*
001172     OPEN INPUT 賞与台帳ファイル.
001173     IF NOT 賞与台帳正常
001174       SET 賞与終了 TO TRUE
001175     END-IF.
001176     PERFORM 賞与読込.
001177     PERFORM 賞与年間集計 UNTIL 賞与終了.
001178     CLOSE 賞与台帳ファイル.
001180*
001190     OPEN INPUT 申告ファイル.
001200     IF NOT 申告ファイル正常
001630 年間集計.
001640     IF 台帳支給年月(1:4) = 対象年
001650        AND 台帳支給年月(5:2) <= "12"
001655       MOVE 台帳従業員番号 TO 位置従業員番号
001660       PERFORM 社員位置特定
001670       IF 社員添字 = 0
001680         ADD 1 TO あふれ件数
001710             票年間支給額(社員添字)
001720           + 台帳基本給 + 台帳職務手当
001730           + 台帳時間外手当 + 台帳調整額
001735           + 台帳通勤手当 - 台帳通勤非課税額
001737           + 台帳歩合手当
001740         ADD 台帳所得税
001750           TO 票源泉徴収計(社員添字)
001760         ADD 台帳社会保険料
001770           TO 票社会保険計(社員添字)
001772         ADD 台帳雇用保険料
001774           TO 票社会保険計(社員添字)
001780       END-IF
001790     END-IF.
001800     PERFORM 台帳読込.
001810*
001811 賞与読込.
001812     IF 賞与終了
001813       EXIT PARAGRAPH
001814     END-IF.
001815     READ 賞与台帳ファイル NEXT RECORD
001816       AT END
001817         SET 賞与終了 TO TRUE
001818     END-READ.
001819*
001820 賞与年間集計.
001821     IF 賞与支給日(1:4) = 対象年
001822       MOVE 賞与従業員番号 TO 位置従業員番号
001823       PERFORM 社員位置特定
001824       IF 社員添字 = 0
001825         ADD 1 TO あふれ件数
001826       ELSE
001827         ADD 賞与支給額
001828           TO 票年間支給額(社員添字)
001829         ADD 賞与所得税
001830           TO 票源泉徴収計(社員添字)
001831         ADD 賞与社会保険料 賞与雇用保険料
001832           TO 票社会保険計(社員添字)
001833       END-IF
001834     END-IF.
001835     PERFORM 賞与読込.
001836*
001837 社員位置特定.
001838     MOVE 0 TO 社員添字.
001840     PERFORM VARYING 検索添字 FROM 1 BY 1
001850             UNTIL 検索添字 > 社員登録数
001860       IF 票従業員番号(検索添字)
001870          = 位置従業員番号
001880         MOVE 検索添字 TO 社員添字
001890       END-IF
001900     END-PERFORM.
001920       ADD 1 TO 社員登録数
001930       MOVE 社員登録数 TO 社員添字
001940       INITIALIZE 徴収票明細(社員添字)
001950       MOVE 位置従業員番号
001960         TO 票従業員番号(社員添字)
001970     END-IF.
001980*
