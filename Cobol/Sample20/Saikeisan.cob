000080*　差引支給額を再計算する。調整は給与明細書（KYUMEI）に遡及
000090*　調整額の行として現れる。過去月の台帳は証跡としてそのまま
000100*　残し，月別の新旧比較を再計算リストへ出力する。
000102*　　反映先支給月が給与（KY）の締処理中・締済の月なら調整額は
000104*　登録しない。再計算リストは出すので，未締の月を反映先にして
000106*　再実行する。
000110*
000120*                              Copyright 1998-2015 FUJITSU LIMITED
000130*=====================================================================
000370     SELECT 再計算リストファイル
000380       ASSIGN TO "SAIKEISAN.LST"
000390       ORGANIZATION IS LINE SEQUENTIAL.
000391     SELECT OPTIONAL 部門マスタファイル
000392       ASSIGN TO "BUMONM"
000393       ORGANIZATION IS INDEXED
000394       ACCESS MODE  IS RANDOM
000395       RECORD KEY   IS 部門コード
000396       FILE STATUS  IS 部門マスタ状態.
000400 DATA  DIVISION.
000410 FILE  SECTION.
000420 FD  給与台帳ファイル.
000510     02  勤怠出勤日数        PIC  9(002).
000520     02  勤怠残業時間        PIC  9(003)V9(1).
000530     02  勤怠欠勤日数        PIC  9(002).
000531     02  勤怠有給日数        PIC  9(002).
000532     02  勤怠労働時間        PIC  9(003)V9(1).
000533     02  勤怠深夜時間        PIC  9(003)V9(1).
000534     02  勤怠休日時間        PIC  9(003)V9(1).
000535     02  勤怠六十超時間      PIC  9(003)V9(1).
000536     02  勤怠フレックス実働  PIC  9(003)V9(1).
000537     02  勤怠フレックス総枠  PIC  9(003)V9(1).
000538     02  勤怠フレックス超過  PIC  9(003)V9(1).
000539 FD  標準報酬ファイル.
000540 01  標準報酬レコード.
000541     02  標準従業員番号      PIC  9(004).
000542     02  決定等級            PIC  9(02).
000543     02  決定標準報酬月額    PIC  9(08).
000544     02  適用開始年月        PIC  9(06).
000545*　改定前の等級・標準報酬月額は適用開始年月前の月に使う。
000546     02  前回等級            PIC  9(02).
000551     02  前回標準報酬月額    PIC  9(08).
000553 FD  再計算リストファイル.
000555 01  リスト行                PIC  X(90).
000556 FD  部門マスタファイル.
000557 01  部門マスタレコード.
000558     02  部門コード          PIC  X(004).
000559     02  部門名              PIC  N(010).
000561     02  部門事業区分        PIC  X(001).
000562     02  部門長番号          PIC  9(004).
000563 WORKING-STORAGE  SECTION.
000570 01  給与台帳状態            PIC  X(02).
000580     88  給与台帳正常        VALUE "00" "05".
000590 01  社員マスタ状態          PIC  X(02).
000616*　別のフラグに控えて判定する。
000617 01  標準報酬使用可Ｆ        PIC  X(01)  VALUE "N".
000618     88  標準報酬使用可      VALUE "Y".
000619 01  部門マスタ状態          PIC  X(02).
000620     88  部門マスタ正常      VALUE "00" "05".
000621 01  部門使用可Ｆ            PIC  X(01)  VALUE "N".
000623     88  部門使用可          VALUE "Y".
000625 01  対象従業員番号          PIC  9(04).
000630 01  開始年月                PIC  9(06).
000640 01  終了年月                PIC  9(06).
000650 01  反映支給年月            PIC  9(06).
000652*　締めカレンダーの確認用。
000654 01  締確認サブシステム      PIC  X(02)  VALUE "KY".
000656 01  締確認日                PIC  9(08).
000658 01  締確認結果              PIC  9(01).
000660 01  処理年月                PIC  9(06).
000670 01  処理年月分解  REDEFINES 処理年月.
000680     02  処理年              PIC  9(04).
000704 01  計−基本支給            PIC S9(08).
000706 01  計−職務手当            PIC S9(08).
000710 01  計−時間外手当          PIC S9(08).
000711 01  計−深夜時間            PIC S9(05)V9(1).
000712 01  計−休日時間            PIC S9(05)V9(1).
000713 01  計−六十超時間          PIC S9(05)V9(1).
000714 01  計−基礎時給            PIC S9(06)V9(2).
000715 01  計−休日率              PIC S9V99.
000716 01  計−深夜割増            PIC S9(08).
000717 01  計−休日手当            PIC S9(08).
000718 01  計−六十超割増          PIC S9(08).
000720 01  計−支給計              PIC S9(09).
000730 01  計−所得税              PIC S9(08).
000740 01  計−社会保険料          PIC S9(08).
000742 01  計−保険基礎額          PIC S9(09).
000743 01  計−課税対象額          PIC S9(09).
000744 01  税額表区分              PIC  X(01).
000745 01  税額基準日              PIC  9(08).
000746 01  税額計算結果            PIC  9(01).
000747 01  保険料内訳.
000748     02  内訳健保本人        PIC S9(08).
000749     02  内訳厚年本人        PIC S9(08).
000750     02  内訳介護本人        PIC S9(08).
000751     02  内訳健保会社        PIC S9(08).
000752     02  内訳厚年会社        PIC S9(08).
000753     02  内訳介護会社        PIC S9(08).
000755 01  保険計算結果            PIC  9(01).
000756 01  計−雇用保険料          PIC S9(08).
000757 01  雇用事業区分            PIC  X(01).
000758 01  雇用基準日              PIC  9(08).
000759 01  雇用料率域.
000760     02  適用雇用本人率      PIC  9V9(005).
000761     02  適用雇用会社率      PIC  9V9(005).
000762     02  適用労災保険率      PIC  9V9(005).
000763 01  雇用計算結果            PIC  9(01).
000764 01  計−新差引              PIC S9(09).
000765 01  計−旧差引              PIC S9(09).
000770 01  月次差額                PIC S9(09).
000780 01  差額累計                PIC S9(09)  VALUE 0.
000790 01  対象月数                PIC  9(03)  VALUE 0.
000795 01  続行確認                PIC  X(01).
000800 01  時間外手当上限          PIC S9(08)  VALUE 100000.
000802 01  時間外割増率            PIC S9V99   VALUE 1.25.
000804 01  深夜割増率              PIC S9V99   VALUE 0.25.
000806 01  六十超割増率            PIC S9V99   VALUE 0.25.
000808 01  休日割増率              PIC S9V99   VALUE 1.35.
000810 01  所得税率                PIC S9V999  VALUE 0.100.
000820 01  社会保険料率            PIC S9V999  VALUE 0.140.
000830*
001184     IF 標準報酬正常
001186       SET 標準報酬使用可 TO TRUE
001188     END-IF.
001189     OPEN INPUT 部門マスタファイル.
001190     IF 部門マスタ正常
001191       SET 部門使用可 TO TRUE
001193     END-IF.
001195     OPEN OUTPUT 再計算リストファイル.
001200     MOVE SPACE TO リスト行.
001210     STRING "*** 遡及再計算 従業員："
001220            対象従業員番号
001310     PERFORM 月次再計算
001320         UNTIL 処理年月 > 終了年月.
001330*
001333     PERFORM 締め期間確認.
001336     IF 締確認結果 = 0
001340       PERFORM 調整反映処理
001343             THRU 調整反映処理出口
001346     END-IF.
001350     CLOSE 再計算リストファイル.
001355     CLOSE 標準報酬ファイル.
001357     CLOSE 部門マスタファイル.
001360     CLOSE 勤怠確定ファイル.
001370     CLOSE 社員マスタファイル.
001380     CLOSE 給与台帳ファイル.
001620 月次差額計算.
001630     MOVE 0 TO 計−残業時間.
001635     MOVE 0 TO 計−労働時間.
001636     MOVE 0 TO 計−深夜時間.
001637     MOVE 0 TO 計−休日時間.
001638     MOVE 0 TO 計−六十超時間.
001640     IF 勤怠確定正常
001650       MOVE 対象従業員番号 TO 勤怠従業員番号
001660       MOVE 処理年月       TO 勤怠対象年月
001700         NOT INVALID KEY
001710           MOVE 勤怠残業時間 TO 計−残業時間
001715           MOVE 勤怠労働時間 TO 計−労働時間
001716           MOVE 勤怠深夜時間 TO 計−深夜時間
001717           MOVE 勤怠休日時間 TO 計−休日時間
001718           MOVE 勤怠六十超時間 TO 計−六十超時間
001720       END-READ
001730     END-IF.
001740     COMPUTE 計−時間外手当 ROUNDED =
001794     ELSE
001796       MOVE 社員基本給   TO 計−基本支給
001798       MOVE 社員職務手当 TO 計−職務手当
001799     END-IF.
001800     PERFORM 割増賃金計算.
001801*　通勤手当と歩合手当は遡及しても変わらないため台帳の支給額を使う。
001802     COMPUTE 計−支給計 = 計−基本支給
001804       + 計−職務手当 + 計−時間外手当
001809       + 台帳通勤手当 + 台帳歩合手当.
001822*　社会保険料の基礎額は月次給与バッチ（KYUTOROKU）と同じく，
001824*　算定基礎で決定済かつ適用開始済なら標準報酬月額，未決定者は
001826*　当月の支給計を使う。保険料も同じく処理月に有効な料率
001827*　マスタで求め，料率が無ければ固定率とする。
001828     PERFORM 保険基礎額決定.
001830     CALL "社会保険料計算" USING 処理年月
001832          社員生年月日 計−保険基礎額
001834          保険料内訳 保険計算結果.
001836     IF 保険計算結果 = 0
001838       COMPUTE 計−社会保険料 = 内訳健保本人
001839         + 内訳厚年本人 + 内訳介護本人
001840     ELSE
001841       COMPUTE 計−社会保険料 ROUNDED =
001842           計−保険基礎額 * 社会保険料率
001843     END-IF.
001844     PERFORM 雇用保険料計算.
001845*　所得税も月次給与バッチと同じく社会保険料・雇用保険料控除
001846*　後の金額で源泉徴収税額表を引き，税額表が無ければ固定税率
001847*　とする。
001848     PERFORM 所得税計算.
001850*　住民税・給与天引は遡及しても変わらないため台帳の控除額を
001852*　そのまま使う。
001855     COMPUTE 計−新差引 = 計−支給計
001860       - 計−所得税 - 計−社会保険料
001862       - 計−雇用保険料
001865       - 台帳住民税
001867       - 台帳貸付天引額 - 台帳社内預金額.
001870*
001880*　旧差引は過去の遡及調整の影響を除いた素の金額と比較する。
001890*
002010*
002020*　差額の累計を反映先支給月の台帳へ遡及調整額として積み，
002030*　差引支給額を組み直す。
002031*
002032 保険基礎額決定.
002033     MOVE 計−支給計 TO 計−保険基礎額.
002034     IF 標準報酬使用可
002035       MOVE 対象従業員番号 TO 標準従業員番号
002036       READ 標準報酬ファイル
002037         INVALID KEY
002038           CONTINUE
002039         NOT INVALID KEY
002040           IF 処理年月 >= 適用開始年月
002041             MOVE 決定標準報酬月額
002042               TO 計−保険基礎額
002043           ELSE
002044             IF 前回標準報酬月額 NOT = 0
002045               MOVE 前回標準報酬月額
002046                 TO 計−保険基礎額
002047             END-IF
002048           END-IF
002049       END-READ
002050     END-IF.
002051*
002052*　雇用保険料も月次給与バッチと同じく，その月の所属部門の事業
002053*　の種類と処理月に有効な料率で支給計から求める。
002054*
002055 雇用保険料計算.
002056     MOVE 0 TO 計−雇用保険料.
002057     IF 雇用保険適用除外
002058       EXIT PARAGRAPH
002059     END-IF.
002060     MOVE SPACE TO 雇用事業区分.
002061     IF 部門使用可
002062       MOVE 台帳部門コード TO 部門コード
002063       READ 部門マスタファイル
002064         INVALID KEY
002065           CONTINUE
002066         NOT INVALID KEY
002067           MOVE 部門事業区分 TO 雇用事業区分
002068       END-READ
002069     END-IF.
002070     COMPUTE 雇用基準日 = 処理年月 * 100 + 1.
002071     CALL "雇用保険料計算" USING 雇用事業区分
002072          雇用基準日 計−支給計
002073          計−雇用保険料 雇用料率域
002074          雇用計算結果.
002075*
002076*　割増賃金は月次給与バッチと同じ率で求めて時間外手当に加える。
002077*
002078 割増賃金計算.
002079     IF 時給制
002080       MOVE 社員時給単価 TO 計−基礎時給
002081       COMPUTE 計−休日率 = 休日割増率 - 1
002082     ELSE
002083       COMPUTE 計−基礎時給 ROUNDED =
002084           社員時間外単価 / 時間外割増率
002085       MOVE 休日割増率 TO 計−休日率
002086     END-IF.
002087     COMPUTE 計−深夜割増 ROUNDED =
002088         計−深夜時間 * 計−基礎時給
002089         * 深夜割増率.
002090     COMPUTE 計−休日手当 ROUNDED =
002091         計−休日時間 * 計−基礎時給
002092         * 計−休日率.
002093     COMPUTE 計−六十超割増 ROUNDED =
002094         計−六十超時間 * 計−基礎時給
002095         * 六十超割増率.
002096     COMPUTE 計−時間外手当 = 計−時間外手当
002097       + 計−深夜割増 + 計−休日手当
002098       + 計−六十超割増.
002099*
002100 所得税計算.
002101     COMPUTE 計−課税対象額 = 計−支給計
002102       - 台帳通勤非課税額
002103       - 計−社会保険料 - 計−雇用保険料.
002104     IF 乙欄適用
002105       MOVE "2" TO 税額表区分
002106     ELSE
002107       MOVE "1" TO 税額表区分
002108     END-IF.
002109     COMPUTE 税額基準日 =
002110         処理年月 * 100 + 1.
002111     CALL "源泉税額計算" USING 税額表区分
002112          税額基準日
002113          計−課税対象額 社員扶養人数
002114          計−所得税 税額計算結果.
002115     IF 税額計算結果 NOT = 0
002116       COMPUTE 計−所得税 ROUNDED =
002117           (計−支給計 - 台帳通勤非課税額)
002118           * 所得税率
002119     END-IF.
002120*
002121 調整反映処理.
002122     IF 差額累計 = 0
002123       DISPLAY "差額はありません"
002124       GO TO 調整反映処理出口
002125     END-IF.
002126     MOVE 対象従業員番号 TO 台帳従業員番号.
002127     MOVE 反映支給年月   TO 台帳支給年月.
002128     READ 給与台帳ファイル
002130       INVALID KEY
002140         DISPLAY "反映先支給月が台帳にありません"
002150         GO TO 調整反映処理出口
002190     COMPUTE 台帳差引支給額 =
002200         台帳基本給 + 台帳職務手当
002210       + 台帳時間外手当 + 台帳調整額
002215       + 台帳通勤手当
002217       + 台帳歩合手当
002220       - 台帳所得税 - 台帳社会保険料
002222       - 台帳雇用保険料
002225       - 台帳住民税
002227       - 台帳貸付天引額 - 台帳社内預金額.
002230     REWRITE 給与台帳レコード.
002240     MOVE SPACE TO リスト行.
002250     STRING "反映先 " 反映支給年月
002290*
002300 調整反映処理出口.
002310     EXIT.
002320*
002330*　反映先支給月が給与（KY）の締処理中・締済なら調整額を登録
002340*　しない。新旧比較の再計算リストはそのまま出す。
002350*
002360 締め期間確認.
002370     COMPUTE 締確認日 = 反映支給年月 * 100 + 1.
002380     CALL "締状態確認" USING 締確認サブシステム
002390          締確認日 締確認結果.
002400     IF 締確認結果 NOT = 0
002410       DISPLAY "反映先支給月は締められています"
002420       MOVE SPACE TO リスト行
002430       STRING "反映先 " 反映支給年月
002440              " は締め済のため調整せず"
002450              DELIMITED BY SIZE INTO リスト行
002460       WRITE リスト行
002470     END-IF.
