000020*　勤怠月次締めバッチ　　　　　　　　−オブジェクト指向サンプル−
000030*
000040*　　打刻ファイル（DAKOKU）の指定年月分から従業員ごとの出勤
000050*　日数・残業時間を導出し，勤怠確定ファイルへ登録する。休憩と
000060*　所定労働時間はその日にその従業員へ割り当てた勤務区分（勤務
000062*　区分取得サブルーチン）に従う。定時・シフト勤務の残業時間は
000064*　１日の実働（退社−出社−休憩）のうち所定労働時間を超えた分
000066*　の合計。欠勤日数は暦日計算サブルーチンの
000080*　月間営業日数から出勤日数と既登録の有給日数を引いて求める。
000081*
000082*　　割増賃金の区分として，深夜時間（２２時〜翌５時に掛かる
000083*　実働），法定休日労働時間（暦日計算サブルーチンで法定休日と
000084*　判定された日の実働全部。残業には含めない）と，月の残業時間
000085*　のうち６０時間を超える時間を別に求めて勤怠確定へ登録する。
000086*　退社時刻が出社時刻以前の打刻は翌日退社とみなす。
000087*
000088*　　フレックスタイムの日は日ごとの残業を求めず，月の実働を
000089*　総枠（標準労働時間×フレックスで働く営業日数）と比べて超えた
000090*　分を残業とする。清算期間が２箇月以上の区分は，各月は週平均
000091*　５０時間を超えた分を残業とし，清算期間の最終月に期間全体の
000092*　実働が期間の総枠を超えた分から既に残業とした分を引いた残り
000094*　を残業に加える。前の月の実績は勤怠確定から読む。
000095*
000096*　　休業ファイル（KYUGYOM）で休業している営業日は欠勤に数えない。
000097*
000100*　　既に勤怠連携（KINTAI）で取り込んだ月を締め直す場合は
000110*　出勤・残業・欠勤を置き換え，有給日数は保存する。
000120*
000520     02  勤怠欠勤日数        PIC  9(002).
000530     02  勤怠有給日数        PIC  9(002).
000532     02  勤怠労働時間        PIC  9(003)V9(1).
000534     02  勤怠深夜時間        PIC  9(003)V9(1).
000536     02  勤怠休日時間        PIC  9(003)V9(1).
000538     02  勤怠六十超時間      PIC  9(003)V9(1).
000539     02  勤怠フレックス実働  PIC  9(003)V9(1).
000541     02  勤怠フレックス総枠  PIC  9(003)V9(1).
000543     02  勤怠フレックス超過  PIC  9(003)V9(1).
000545 WORKING-STORAGE  SECTION.
000550 01  打刻状態                PIC  X(02).
000560     88  打刻正常            VALUE "00" "05".
000570 01  勤怠確定状態            PIC  X(02).
000650 01  退社分                  PIC S9(05).
000660 01  実働分                  PIC S9(05).
000670 01  残業分                  PIC S9(05).
000671 01  深夜分                  PIC S9(05).
000672 01  深夜帯開始              PIC S9(05).
000673 01  深夜帯終了              PIC S9(05).
000674 01  重複開始                PIC S9(05).
000675 01  重複終了                PIC S9(05).
000676 01  六十超分                PIC S9(06).
000677*　月６０時間（分）を超える残業は別の割増率になる。
000678 01  六十時間分              PIC S9(06)  VALUE 3600.
000680 01  登録件数                PIC  9(05)  VALUE 0.
000690 01  あふれ件数              PIC  9(06)  VALUE 0.
000700 01  既存フラグ              PIC  X(01).
000730 01  月末日付                PIC  9(08).
000740 01  月営業日数              PIC S9(05).
000750 01  欠勤計算                PIC S9(03).
000755     COPY KYUGYOP.
000760 01  暦機能区分              PIC  X(01).
000770 01  暦基準日                PIC  9(08).
000780 01  暦相手日                PIC  9(08).
000790 01  暦結果日                PIC  9(08).
000800 01  暦営業日数              PIC S9(05).
000810 01  暦結果                  PIC  9(01).
000811 01  勤務区分結果            PIC  9(01).
000812     COPY KINMUKBR.
000813*
000814*　フレックスタイムの清算に使う作業域。
000815*
000816 01  フレ総枠分              PIC S9(06).
000817 01  フレ超過分              PIC S9(06).
000818 01  週平均総枠分            PIC S9(06).
000819 01  期間実働分              PIC S9(07).
000820 01  期間総枠分              PIC S9(07).
000821 01  期間超過分              PIC S9(07).
000822 01  期間残余分              PIC S9(07).
000823 01  清算経過月数            PIC S9(03).
000824 01  清算商                  PIC S9(03).
000825 01  対象年月分解.
000826     02  対象年              PIC  9(04).
000827     02  対象月              PIC  9(02).
000828 01  遡り年月.
000829     02  遡り年              PIC  9(04).
000830     02  遡り月              PIC  9(02).
000831 01  月暦日数                PIC  9(02).
000832 01  閏年余り                PIC  9(03).
000833 01  閏年商                  PIC  9(04).
000834 01  月日数定義              PIC  X(24)
000835     VALUE "312831303130313130313031".
000837 01  月日数表  REDEFINES 月日数定義.
000839     02  月日数              PIC  9(02)  OCCURS 12.
000841 01  週平均上限分            PIC S9(06)  VALUE 3000.
000843*
000845 01  月次集計表.
000847     02  月次明細  OCCURS 200.
000850         03  月次従業員番号  PIC  9(04).
000860         03  月次出勤日数    PIC  9(02).
000870         03  月次残業分計    PIC S9(06).
000880         03  月次実働分計    PIC S9(06).
000881         03  月次深夜分計    PIC S9(06).
000882         03  月次休日分計    PIC S9(06).
000883         03  月次定時日数    PIC  9(02).
000884         03  月次フレ分計    PIC S9(06).
000886         03  月次フレ日数    PIC  9(02).
000887         03  月次フレ所定分  PIC  9(03).
000889         03  月次清算月数    PIC  9(01).
000891         03  月次清算起算月  PIC  9(02).
000893*
000895 PROCEDURE  DIVISION.
000900     DISPLAY "勤怠月次締めバッチ".
000910     DISPLAY "対象年月を入力してください(YYYYMM)".
000920     ACCEPT 対象年月 FROM CONSOLE.
001290         SET 打刻終了 TO TRUE
001300     END-READ.
001310*
001320*　１打刻を分に直し，勤務区分の休憩を引いた実働から所定労働
001330*　時間を超える分を残業として積む。法定休日の実働は全部を休日
001335*　労働として積み，残業には含めない。フレックスタイムの日の実働
001337*　は月の清算のために積むだけにする。
001340*
001350 打刻集計.
001360     IF 打刻年月日(1:6) = 対象年月
001430             出社時刻時 * 60 + 出社時刻分
001450         COMPUTE 退社分 =
001460             退社時刻時 * 60 + 退社時刻分
001465         IF 退社分 <= 出社分
001470           ADD 1440 TO 退社分
001475         END-IF
001476         CALL "勤務区分取得" USING 打刻従業員番号
001477              打刻年月日 勤務区分レコード
001478              勤務区分結果
001479         COMPUTE 実働分 =
001480             退社分 - 出社分 - 所定休憩分
001481         PERFORM 深夜時間算出
001482         ADD 深夜分 TO 月次深夜分計(社員添字)
001483         MOVE 打刻年月日 TO 暦基準日
001484         MOVE "5" TO 暦機能区分
001485         CALL "暦日計算" USING 暦機能区分 暦基準日
001486              暦相手日 暦結果日 暦営業日数 暦結果
001487         IF 暦結果 = 1
001488           IF 実働分 > 0
001489             ADD 実働分
001490               TO 月次休日分計(社員添字)
001491           END-IF
001493         ELSE
001495           PERFORM 平日実働集計
001531         END-IF
001532         IF 実働分 > 0
001534           ADD 実働分
001536             TO 月次実働分計(社員添字)
001550     END-IF.
001560     PERFORM 打刻読込.
001570*
001571*　深夜帯（当日０時〜５時と２２時〜翌５時）に掛かる分を求める。
001572*
001573 深夜時間算出.
001574     MOVE 0 TO 深夜分.
001575     MOVE 0    TO 深夜帯開始.
001576     MOVE 300  TO 深夜帯終了.
001577     PERFORM 深夜帯重複加算.
001578     MOVE 1320 TO 深夜帯開始.
001579     MOVE 1740 TO 深夜帯終了.
001580     PERFORM 深夜帯重複加算.
001581*
001582 深夜帯重複加算.
001583     IF 出社分 > 深夜帯開始
001584       MOVE 出社分 TO 重複開始
001585     ELSE
001586       MOVE 深夜帯開始 TO 重複開始
001587     END-IF.
001588     IF 退社分 < 深夜帯終了
001589       MOVE 退社分 TO 重複終了
001590     ELSE
001591       MOVE 深夜帯終了 TO 重複終了
001592     END-IF.
001593     IF 重複終了 > 重複開始
001594       COMPUTE 深夜分 = 深夜分 + 重複終了 - 重複開始
001595     END-IF.
001596*
001597 社員位置特定.
001598     MOVE 0 TO 社員添字.
001600     PERFORM VARYING 検索添字 FROM 1 BY 1
001610             UNTIL 検索添字 > 社員登録数
001620       IF 月次従業員番号(検索添字)
001760*　は保存して置き換える。
001770*
001780 勤怠確定登録.
001781     MOVE 0 TO フレ総枠分 フレ超過分.
001782     IF 月次フレ日数(社員添字) > 0
001783       PERFORM フレックス清算
001784       ADD フレ超過分 TO 月次残業分計(社員添字)
001785     END-IF.
001790     MOVE 月次従業員番号(社員添字)
001800       TO 勤怠従業員番号.
001810     MOVE 対象年月 TO 勤怠対象年月.
001970     COMPUTE 欠勤計算 = 月営業日数
001980       - 月次出勤日数(社員添字)
001990       - 保存有給日数.
001991     MOVE "1" TO 照会機能区分.
001992     MOVE 月次従業員番号(社員添字)
001993       TO 照会従業員番号.
001994     MOVE 月初日 TO 照会開始日.
001995     MOVE 0 TO 照会終了日.
001996     CALL "休業状況取得" USING 休業照会領域.
001997     IF 照会結果 = 0
001998       SUBTRACT 照会休業営業日数 FROM 欠勤計算
001999     END-IF.
002000     IF 欠勤計算 < 0
002010       MOVE 0 TO 欠勤計算
002020     END-IF.
002040     MOVE 保存有給日数 TO 勤怠有給日数.
002042     COMPUTE 勤怠労働時間 ROUNDED =
002044         月次実働分計(社員添字) / 60.
002045     COMPUTE 勤怠深夜時間 ROUNDED =
002046         月次深夜分計(社員添字) / 60.
002047     COMPUTE 勤怠休日時間 ROUNDED =
002048         月次休日分計(社員添字) / 60.
002049     COMPUTE 六十超分 =
002050         月次残業分計(社員添字) - 六十時間分.
002051     IF 六十超分 < 0
002052       MOVE 0 TO 六十超分
002053     END-IF.
002055     COMPUTE 勤怠六十超時間 ROUNDED = 六十超分 / 60.
002056     COMPUTE 勤怠フレックス実働 ROUNDED =
002057         月次フレ分計(社員添字) / 60.
002059     COMPUTE 勤怠フレックス総枠 ROUNDED =
002060         フレ総枠分 / 60.
002061     COMPUTE 勤怠フレックス超過 ROUNDED =
002062         フレ超過分 / 60.
002063     IF 既存フラグ = "Y"
002065       REWRITE 勤怠確定レコード
002070     ELSE
002080       WRITE 勤怠確定レコード
002090     END-IF.
002100     ADD 1 TO 登録件数.
002120*
002130*　法定休日以外の日の実働。フレックスタイムは月で清算する。
002140*
002150 平日実働集計.
002160     IF フレックス勤務
002170       IF 実働分 > 0
002180         ADD 実働分 TO 月次フレ分計(社員添字)
002190       END-IF
002200       ADD 1 TO 月次フレ日数(社員添字)
002210       MOVE 所定労働分 TO 月次フレ所定分(社員添字)
002220       MOVE 清算期間月数 TO 月次清算月数(社員添字)
002230       MOVE 清算起算月 TO 月次清算起算月(社員添字)
002240       EXIT PARAGRAPH
002250     END-IF.
002260     COMPUTE 残業分 = 実働分 - 所定労働分.
002270     IF 残業分 > 0
002280       ADD 残業分 TO 月次残業分計(社員添字)
002290     END-IF.
002300     MOVE 打刻年月日 TO 暦基準日.
002310     MOVE "1" TO 暦機能区分.
002320     CALL "暦日計算" USING 暦機能区分 暦基準日
002330          暦相手日 暦結果日 暦営業日数 暦結果.
002340     IF 暦結果 = 0
002350       ADD 1 TO 月次定時日数(社員添字)
002360     END-IF.
002380*
002390*　フレックスタイムの月の清算。総枠はフレックスで働く営業日数
002400*　（月の営業日数から定時・シフトで出勤した営業日を除く）に標準
002410*　労働時間を掛けて求める。
002420*
002430 フレックス清算.
002440     COMPUTE フレ総枠分 = 月次フレ所定分(社員添字)
002450       * (月営業日数 - 月次定時日数(社員添字)).
002460     IF フレ総枠分 < 0
002470       MOVE 0 TO フレ総枠分
002480     END-IF.
002490     IF 月次清算月数(社員添字) <= 1
002500       COMPUTE フレ超過分 =
002510           月次フレ分計(社員添字) - フレ総枠分
002520       IF フレ超過分 < 0
002530         MOVE 0 TO フレ超過分
002540       END-IF
002550       EXIT PARAGRAPH
002560     END-IF.
002570*　清算期間が２箇月以上なら，各月は週平均５０時間を超えた分。
002580     MOVE 対象年月 TO 対象年月分解.
002590     PERFORM 月暦日数算出.
002600     COMPUTE 週平均総枠分 =
002605         月暦日数 * 週平均上限分 / 7.
002610     COMPUTE フレ超過分 =
002620         月次フレ分計(社員添字) - 週平均総枠分.
002630     IF フレ超過分 < 0
002640       MOVE 0 TO フレ超過分
002650     END-IF.
002660*　清算期間の最終月は期間全体で総枠を超えた残りを加える。
002670     COMPUTE 清算経過月数 =
002680         対象月 - 月次清算起算月(社員添字) + 12.
002690     DIVIDE 清算経過月数 BY 月次清算月数(社員添字)
002700       GIVING 清算商 REMAINDER 清算経過月数.
002710     IF 清算経過月数 NOT =
002715          月次清算月数(社員添字) - 1
002720       EXIT PARAGRAPH
002730     END-IF.
002740     MOVE 月次フレ分計(社員添字) TO 期間実働分.
002750     MOVE フレ総枠分 TO 期間総枠分.
002760     MOVE フレ超過分 TO 期間超過分.
002770     MOVE 対象年月 TO 遡り年月.
002780     PERFORM 前月実績加算 清算経過月数 TIMES.
002790     COMPUTE 期間残余分 =
002795         期間実働分 - 期間総枠分 - 期間超過分.
002800     IF 期間残余分 > 0
002810       ADD 期間残余分 TO フレ超過分
002820     END-IF.
002830*
002840 前月実績加算.
002850     IF 遡り月 = 1
002860       MOVE 12 TO 遡り月
002870       SUBTRACT 1 FROM 遡り年
002880     ELSE
002890       SUBTRACT 1 FROM 遡り月
002900     END-IF.
002910     MOVE 月次従業員番号(社員添字)
002915       TO 勤怠従業員番号.
002920     MOVE 遡り年月 TO 勤怠対象年月.
002930     READ 勤怠確定ファイル
002940       INVALID KEY
002950         CONTINUE
002960       NOT INVALID KEY
002970         COMPUTE 期間実働分 = 期間実働分
002980           + 勤怠フレックス実働 * 60
002990         COMPUTE 期間総枠分 = 期間総枠分
003000           + 勤怠フレックス総枠 * 60
003010         COMPUTE 期間超過分 = 期間超過分
003020           + 勤怠フレックス超過 * 60
003030     END-READ.
003040*
003050 月暦日数算出.
003060     MOVE 月日数(対象月) TO 月暦日数.
003070     IF 対象月 = 2
003080       DIVIDE 対象年 BY 4 GIVING 閏年商
003090         REMAINDER 閏年余り
003100       IF 閏年余り = 0
003110         MOVE 29 TO 月暦日数
003120         DIVIDE 対象年 BY 100 GIVING 閏年商
003130           REMAINDER 閏年余り
003140         IF 閏年余り = 0
003150           MOVE 28 TO 月暦日数
003160           DIVIDE 対象年 BY 400 GIVING 閏年商
003170             REMAINDER 閏年余り
003180           IF 閏年余り = 0
003190             MOVE 29 TO 月暦日数
003200           END-IF
003210         END-IF
003220       END-IF
003230     END-IF.
