000020*　算定基礎バッチ　　　　　　　　　　−オブジェクト指向サンプル−
000030*
000040*　　給与台帳の対象年４〜６月の報酬（基本給＋職務手当＋時間外
000050*　手当＋通勤手当の月割額）を従業員別に平均し，標準報酬等級
000055*　テーブル（HYOGMNT）で等級・標準報酬月額に引き当てて標準
000060*　報酬ファイルへ保存する。あわせて提出用の算定基礎届一覧を
000070*　出力する。
000080*
000090*　　月次給与バッチ（KYUTOROKU）は以後，標準報酬ファイルの
000100*　標準報酬月額から社会保険料を求める（未決定者は従来どおり
000110*　当月報酬から求める）。適用開始は対象年９月とする。
000112*
000114*　　休業ファイル（KYUGYOM）で休業日を除いた支払基礎日数が１７日
000116*　未満の月は平均の対象から除く。３か月とも除かれた従業員は決定
000118*　しない（従前の標準報酬月額のまま）。
000120*
000130*                              Copyright 1998-2015 FUJITSU LIMITED
000140*=====================================================================
000540     02  決定等級            PIC  9(02).
000550     02  決定標準報酬月額    PIC  9(08).
000560     02  適用開始年月        PIC  9(06).
000562*　改定前の等級・標準報酬月額は適用開始年月前の月に使う。
000564     02  前回等級            PIC  9(02).
000566     02  前回標準報酬月額    PIC  9(08).
000570 FD  算定基礎届ファイル.
000580 01  届出行                  PIC  X(80).
000590 WORKING-STORAGE  SECTION.
000780 01  決定件数                PIC  9(05)  VALUE 0.
000790 01  等級外件数              PIC  9(05)  VALUE 0.
000795 01  あふれ件数              PIC  9(06)  VALUE 0.
000796 01  休業除外件数            PIC  9(05)  VALUE 0.
000797 01  支払基礎日数            PIC S9(03).
000798     COPY KYUGYOP.
000800 01  既存フラグ              PIC  X(01).
000810*
000820 01  算定集計表.
001320       DISPLAY "警告：集計表あふれ 読み飛ばし："
001330               あふれ件数
001340     END-IF.
001342     IF 休業除外件数 NOT = 0
001344       DISPLAY "休業による除外月数：" 休業除外件数
001346     END-IF.
001350     STOP RUN.
001360*
001370 台帳読込.
001430 報酬集計.
001440     IF 台帳支給年月 >= ４月年月
001450        AND 台帳支給年月 <= ６月年月
001451       PERFORM 支払基礎日数判定
001452     END-IF.
001453     IF 台帳支給年月 >= ４月年月
001454        AND 台帳支給年月 <= ６月年月
001455        AND 支払基礎日数 >= 17
001460       PERFORM 社員位置特定
001470       IF 社員添字 = 0
001480         ADD 1 TO あふれ件数
001500         COMPUTE 算定報酬計(社員添字) =
001510             算定報酬計(社員添字)
001520           + 台帳基本給 + 台帳職務手当
001530           + 台帳時間外手当 + 台帳通勤月割額
001535           + 台帳歩合手当
001540         ADD 1 TO 算定月数(社員添字)
001550       END-IF
001560     END-IF.
001570     PERFORM 台帳読込.
001580*
001581*　休業日を除いた暦日を支払基礎日数とする。休業が無ければ
001582*　その月の暦日数になる。
001583*
001584 支払基礎日数判定.
001585     MOVE "1" TO 照会機能区分.
001586     MOVE 台帳従業員番号 TO 照会従業員番号.
001587     COMPUTE 照会開始日 = 台帳支給年月 * 100 + 1.
001588     MOVE 0 TO 照会終了日.
001589     CALL "休業状況取得" USING 休業照会領域.
001590     COMPUTE 支払基礎日数 =
001591         照会対象日数 - 照会休業日数.
001592     IF 支払基礎日数 < 17
001593       ADD 1 TO 休業除外件数
001594     END-IF.
001596*
001598 社員位置特定.
001600     MOVE 0 TO 社員添字.
001610     PERFORM VARYING 検索添字 FROM 1 BY 1
001620             UNTIL 検索添字 > 社員登録数
002350     END-READ.
002360     MOVE 算定従業員番号(社員添字)
002370       TO 標準従業員番号.
002371*　別の適用開始年月の決定があれば改定前として控える。
002372     IF 既存フラグ = "Y"
002373        AND 適用開始年月 NOT = 対象年 * 100 + 9
002374       MOVE 決定等級         TO 前回等級
002375       MOVE 決定標準報酬月額 TO 前回標準報酬月額
002376     END-IF.
002377     IF 既存フラグ = "N"
002378       MOVE 0 TO 前回等級
002379       MOVE 0 TO 前回標準報酬月額
002381     END-IF.
002383     MOVE 当該等級     TO 決定等級.
002390     MOVE 当該標準報酬 TO 決定標準報酬月額.
002400     COMPUTE 適用開始年月 = 対象年 * 100 + 9.
002410     IF 既存フラグ = "Y"
