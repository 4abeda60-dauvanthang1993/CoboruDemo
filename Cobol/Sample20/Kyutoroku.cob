000300*
000400*　　社員マスタと勤怠確定ファイルから各従業員の月次給与を計算
000500*　し，従業員番号＋支給年月をキーに給与台帳へ保存する。計算
000600*　規則（時間外手当の上限１０万円・残業８０時間超の警告）は
000700*　給与計算メソッド（Sala_mem／Sala_man）と同じ。社会保険料は
000750*　料率マスタ（HOKENRM）の支給月に有効な料率で健康保険・厚生
000760*　年金・介護保険（４０歳以上６５歳未満）を本人・会社負担別に
000770*　求め，料率が未登録の間は従来どおり１４％とする。
000800*　所得税は社会保険料控除後の
000820*　金額から源泉徴収税額表（GENHYO）で求め，扶養控除等申告書
000840*　の未提出者は乙欄を使う。税額表が未登録の間は従来どおり
000860*　支給計の１０％とする。
000865*　　雇用保険料は労働保険料率マスタ（KOYORM）の，所属部門の
000870*　事業の種類（部門マスタ）と支給月に有効な本人負担率で支給計
000875*　から求め，社会保険料とともに課税対象額から除く。社員マスタ
000880*　で適用除外の従業員と，料率が未登録の間は控除しない。
000900*
001000*　　同一支給年月が既に登録されている場合，再実行指定が無い
001100*　限り二重登録として拒否する。再実行指定時は該当月を削除して
001200*　から登録し直す。
001210*
001220*　　給与天引マスタ（TENBIKM）に登録された職員貸付の返済と
001230*　社内預金の積立は差引支給額から控除し，勘定系への引継ファイル
001240*　（TENBIKI.DAT）へ明細と件数・合計のトレーラを書き出す。
001250*　差引支給額が足りない天引は控除せず警告する。
001260*
001270*　　通勤手当は通勤手当マスタ（TSUKINM）の支給周期の月に支給
001280*　し，非課税限度額を超える部分だけを課税対象額に含める。
001282*
001284*　　勤怠確定ファイルの深夜・法定休日・月６０時間超の時間から
001286*　割増賃金を求め，時間外手当に含めて給与台帳へ内訳とともに
001288*　保存する。
001290*
001292*　　社員マスタに退社年月日がある従業員は，退社した月まで給与を
001294*　計算する。
001295*
001296*　　休業ファイル（KYUGYOM）で月の全日が休業の従業員は支給せず，
001297*　一部が休業の月は月給（基本給・職務手当）を暦日で日割りする。
001298*　産前産後休業・育児休業で社会保険料の免除月に当たる月は健康
001299*　保険・厚生年金・介護保険の保険料を本人・会社とも０とする。
001300*
001301*　　営業担当者の歩合は，販売の歩合計算（BUAI）が歩合引継
001302*　ファイル（BUAIHK）に置いた当月支給分を歩合手当として支給計
001322*　に加える（課税・社会保険料の報酬に含む）。
001342*
001356*　　支給年月が締めカレンダー（CLOSECAL）で給与（KY）の締処理中・
001370*　締済なら登録しない。
001384*
001400*                              Copyright 1998-2015 FUJITSU LIMITED
001500*=====================================================================
001600 IDENTIFICATION     DIVISION.
003840       ACCESS MODE  IS RANDOM
003850       RECORD KEY   IS 住民税従業員番号
003860       FILE STATUS  IS 住民税マスタ状態.
003862     SELECT OPTIONAL 天引マスタファイル
003864       ASSIGN TO "TENBIKM"
003866       ORGANIZATION IS INDEXED
003868       ACCESS MODE  IS DYNAMIC
003870       RECORD KEY   IS 天引キー
003872       FILE STATUS  IS 天引マスタ状態.
003874     SELECT 天引引継ファイル
003876       ASSIGN TO "TENBIKI.DAT"
003878       ORGANIZATION IS LINE SEQUENTIAL.
003880     SELECT OPTIONAL 部門マスタファイル
003882       ASSIGN TO "BUMONM"
003884       ORGANIZATION IS INDEXED
003886       ACCESS MODE  IS RANDOM
003888       RECORD KEY   IS 部門コード
003890       FILE STATUS  IS 部門マスタ状態.
003891     SELECT OPTIONAL 歩合引継ファイル
003892       ASSIGN TO "BUAIHK"
003893       ORGANIZATION IS INDEXED
003894       ACCESS MODE  IS RANDOM
003895       RECORD KEY   IS 歩合引継キー
003896       FILE STATUS  IS 歩合引継状態.
003900 DATA  DIVISION.
004000 FILE  SECTION.
004100 FD  給与台帳ファイル.
005000     02  勤怠出勤日数        PIC  9(002).
005100     02  勤怠残業時間        PIC  9(003)V9(1).
005200     02  勤怠欠勤日数        PIC  9(002).
005201     02  勤怠有給日数        PIC  9(002).
005202     02  勤怠労働時間        PIC  9(003)V9(1).
005203     02  勤怠深夜時間        PIC  9(003)V9(1).
005204     02  勤怠休日時間        PIC  9(003)V9(1).
005205     02  勤怠六十超時間      PIC  9(003)V9(1).
005206     02  勤怠フレックス実働  PIC  9(003)V9(1).
005207     02  勤怠フレックス総枠  PIC  9(003)V9(1).
005208     02  勤怠フレックス超過  PIC  9(003)V9(1).
005209 FD  標準報酬ファイル.
005210 01  標準報酬レコード.
005211     02  標準従業員番号      PIC  9(004).
005212     02  決定等級            PIC  9(02).
005213     02  決定標準報酬月額    PIC  9(08).
005214     02  適用開始年月        PIC  9(06).
005215*　改定前の等級・標準報酬月額は適用開始年月前の月に使う。
005216     02  前回等級            PIC  9(02).
005221     02  前回標準報酬月額    PIC  9(08).
005223 FD  住民税マスタファイル.
005225 01  住民税マスタレコード.
005230     02  住民税従業員番号    PIC  9(004).
005240     02  市区町村コード      PIC  9(006).
005250     02  住民税６月額        PIC  9(007).
005252     02  住民税通常月額      PIC  9(007).
005254     02  新市区町村          PIC  9(006).
005256     02  新市区町村年月      PIC  9(006).
005258 FD  天引マスタファイル.
005260 01  天引マスタレコード.
005262     02  天引キー.
005264         03  天引従業員番号  PIC  9(004).
005265         03  天引区分        PIC  X(001).
005266             88  貸付返済天引    VALUE "1".
005267             88  社内預金天引    VALUE "2".
005268         03  天引対象番号    PIC  9(005).
005269     02  天引金額            PIC  9(008).
005270     02  天引開始年月        PIC  9(006).
005271     02  天引終了年月        PIC  9(006).
005272     02  天引登録日時        PIC  X(014).
005273*　引継ファイルは明細（区分１）の後に件数・合計のトレーラ（区分
005274*　９）を１件置く。勘定系の天引反映（K_TENBIKI）が読む。
005275 FD  天引引継ファイル.
005276 01  天引引継レコード.
005277     02  引継レコード区分    PIC  X(001).
005278         88  引継明細        VALUE "1".
005279         88  引継トレーラ    VALUE "9".
005280     02  引継従業員番号      PIC  9(004).
005281     02  引継支給年月        PIC  9(006).
005282     02  引継天引区分        PIC  X(001).
005283     02  引継対象番号        PIC  9(005).
005284     02  引継金額            PIC  9(008).
005285 01  天引引継トレーラ.
005286     02  FILLER              PIC  X(001).
005287     02  引継件数            PIC  9(006).
005288     02  引継合計金額        PIC  9(012).
005289     02  引継トレーラ年月    PIC  9(006).
005290 FD  部門マスタファイル.
005291 01  部門マスタレコード.
005292     02  部門コード          PIC  X(004).
005293     02  部門名              PIC  N(010).
005294     02  部門事業区分        PIC  X(001).
005296     02  部門長番号          PIC  9(004).
005297 FD  歩合引継ファイル.
005298 01  歩合引継レコード.
005299     02  歩合引継キー.
005300         03  歩合従業員番号  PIC  9(004).
005301         03  歩合支給年月    PIC  9(006).
005302     02  歩合売上年月        PIC  9(006).
005303     02  歩合担当コード      PIC  X(004).
005304     02  歩合対象売上        PIC S9(010).
005305     02  歩合金額            PIC  9(008).
005325     02  歩合登録日時        PIC  X(014).
005345 WORKING-STORAGE  SECTION.
005400 01  給与台帳状態            PIC  X(02).
005500     88  給与台帳正常        VALUE "00" "05".
005600 01  社員マスタ状態          PIC  X(02).
005910 01  住民税マスタ状態        PIC  X(02).
005920     88  住民税マスタ正常    VALUE "00" "05".
005930 01  標準報酬状態            PIC  X(02).
005932     88  標準報酬正常        VALUE "00" "05".
005934 01  天引マスタ状態          PIC  X(02).
005936     88  天引マスタ正常      VALUE "00" "05".
005937 01  部門マスタ状態          PIC  X(02).
005938     88  部門マスタ正常      VALUE "00" "05".
005939 01  歩合引継状態            PIC  X(02).
005940     88  歩合引継正常        VALUE "00" "05".
005941*　ファイル状態は入出力のたびに変わるため，オープンの成否は
005942*　別のフラグに控えて判定する。
005943 01  標準報酬使用可Ｆ        PIC  X(01)  VALUE "N".
005944     88  標準報酬使用可      VALUE "Y".
005945 01  住民税使用可Ｆ          PIC  X(01)  VALUE "N".
005946     88  住民税使用可        VALUE "Y".
005947 01  天引使用可Ｆ            PIC  X(01)  VALUE "N".
005948     88  天引使用可          VALUE "Y".
005949 01  部門使用可Ｆ            PIC  X(01)  VALUE "N".
005950     88  部門使用可          VALUE "Y".
005951 01  歩合使用可Ｆ            PIC  X(01)  VALUE "N".
005952     88  歩合使用可          VALUE "Y".
005953 01  天引終了フラグ          PIC  X(01)  VALUE "N".
005954     88  天引終了            VALUE "Y".
005955 01  天引件数                PIC  9(06)  VALUE 0.
005956 01  天引合計金額            PIC  9(12)  VALUE 0.
005962 01  天引見送件数            PIC  9(05)  VALUE 0.
005964 01  休業見送件数            PIC  9(05)  VALUE 0.
005966 01  休業日割件数            PIC  9(05)  VALUE 0.
005968 01  計−支給日数            PIC S9(03).
005970     COPY KYUGYOP.
005972 01  計−保険基礎額          PIC S9(09).
006000 01  マスタ終了フラグ        PIC  X(01)  VALUE "N".
006100     88  マスタ終了          VALUE "Y".
006200 01  台帳終了フラグ          PIC  X(01)  VALUE "N".
006800 01  登録件数                PIC  9(05)  VALUE 0.
006900 01  計−残業時間            PIC S9(05)V9(1).
007000 01  計−時間外手当          PIC S9(08).
007001 01  計−深夜時間            PIC S9(05)V9(1).
007002 01  計−休日時間            PIC S9(05)V9(1).
007003 01  計−六十超時間          PIC S9(05)V9(1).
007004 01  計−基礎時給            PIC S9(06)V9(2).
007005 01  計−休日率              PIC S9V99.
007006 01  時間外割増率            PIC S9V99   VALUE 1.25.
007007 01  深夜割増率              PIC S9V99   VALUE 0.25.
007008 01  六十超割増率            PIC S9V99   VALUE 0.25.
007009 01  休日割増率              PIC S9V99   VALUE 1.35.
007010 01  計−住民税              PIC S9(08).
007020 01  計−労働時間            PIC S9(05)V9(1).
007030 01  計−基本支給            PIC S9(08).
007040 01  計−職務手当            PIC S9(08).
007100 01  計−支給計              PIC S9(09).
007120 01  計−課税対象額          PIC S9(09).
007140 01  税額表区分              PIC  X(01).
007160 01  税額基準日              PIC  9(08).
007180 01  税額計算結果            PIC  9(01).
007182 01  保険料内訳.
007184     02  内訳健保本人        PIC S9(08).
007186     02  内訳厚年本人        PIC S9(08).
007188     02  内訳介護本人        PIC S9(08).
007190     02  内訳健保会社        PIC S9(08).
007192     02  内訳厚年会社        PIC S9(08).
007194     02  内訳介護会社        PIC S9(08).
007195 01  保険計算結果            PIC  9(01).
007196 01  通勤計算結果            PIC  9(01).
007197 01  雇用事業区分            PIC  X(01).
007198 01  雇用基準日              PIC  9(08).
007199 01  雇用料率域.
007200     02  適用雇用本人率      PIC  9V9(005).
007201     02  適用雇用会社率      PIC  9V9(005).
007202     02  適用労災保険率      PIC  9V9(005).
007222 01  雇用計算結果            PIC  9(01).
007242 01  時間外手当上限          PIC S9(08)  VALUE 100000.
007300 01  残業時間上限            PIC S9(05)V9(1) VALUE 080.0.
007400 01  所得税率                PIC S9V999  VALUE 0.100.
007500 01  社会保険料率            PIC S9V999  VALUE 0.140.
008300 01  現在日時.
008400     02  現在日時１４        PIC  X(14).
008500     02  FILLER              PIC  X(07).
008520*　締めカレンダーの確認用。
008540 01  締確認サブシステム      PIC  X(02)  VALUE "KY".
008560 01  締確認日                PIC  9(08).
008580 01  締確認結果              PIC  9(01).
008600*
008700 PROCEDURE  DIVISION.
008800     DISPLAY "月次給与登録バッチ".
009000     ACCEPT 対象支給年月 FROM CONSOLE.
009100     DISPLAY "再実行ですか(Y/N)".
009200     ACCEPT 再実行区分 FROM CONSOLE.
009210*　支給年月が給与（KY）の締処理中・締済なら登録しない。
009220     COMPUTE 締確認日 = 対象支給年月 * 100 + 1.
009230     CALL "締状態確認" USING 締確認サブシステム
009240          締確認日 締確認結果.
009250     IF 締確認結果 NOT = 0
009260       DISPLAY "支給年月" 対象支給年月
009270               "は締処理中か締済です"
009280       STOP RUN
009290     END-IF.
009300*
009400*　締め日運用の誤りを防ぐため，非営業日の実行は確認を求める。
009500     MOVE FUNCTION CURRENT-DATE(1:8) TO 暦本日.
012712     IF 住民税マスタ正常
012714       SET 住民税使用可 TO TRUE
012716     END-IF.
012726     OPEN INPUT 天引マスタファイル.
012736     IF 天引マスタ正常
012746       SET 天引使用可 TO TRUE
012756     END-IF.
012766     OPEN OUTPUT 天引引継ファイル.
012771     OPEN INPUT 部門マスタファイル.
012776     IF 部門マスタ正常
012781       SET 部門使用可 TO TRUE
012786     END-IF.
012788     OPEN INPUT 歩合引継ファイル.
012790     IF 歩合引継正常
012792       SET 歩合使用可 TO TRUE
012794     END-IF.
012800     MOVE FUNCTION CURRENT-DATE TO 現在日時.
012900     PERFORM 社員マスタ読込.
013000     PERFORM 給与計算登録 UNTIL マスタ終了.
013010     PERFORM 天引トレーラ出力.
013020     CLOSE 天引引継ファイル.
013030     CLOSE 天引マスタファイル.
013035     CLOSE 部門マスタファイル.
013037     CLOSE 歩合引継ファイル.
013040     CLOSE 標準報酬ファイル.
013050     CLOSE 住民税マスタファイル.
013100     CLOSE 勤怠確定ファイル.
013200     CLOSE 社員マスタファイル.
013300     CLOSE 給与台帳ファイル.
013400     DISPLAY "登録件数：" 登録件数.
013410     DISPLAY "天引件数：" 天引件数
013420             " 天引合計：" 天引合計金額.
013430     IF 天引見送件数 NOT = 0
013440       DISPLAY "天引見送件数：" 天引見送件数
013450     END-IF.
013460     IF 休業見送件数 NOT = 0 OR 休業日割件数 NOT = 0
013470       DISPLAY "休業見送件数：" 休業見送件数
013480               " 休業日割件数：" 休業日割件数
013490     END-IF.
013500     STOP RUN.
013600*
013700*　指定支給年月の既存レコード件数を数える。
018700*　計算メソッドと同じ規則で控除を求めて台帳へ登録する。
018800*
018900 給与計算登録.
018910*　退社した月の翌月以降は，給与計算メソッドと同じく支給しない。
018920     IF 社員退社年月日 NOT = 0
018930        AND 社員退社年月 < 対象支給年月
018940       PERFORM 社員マスタ読込
018950       EXIT PARAGRAPH
018960     END-IF.
018962*　月の全日が休業の従業員は支給しない。
018964     MOVE "1" TO 照会機能区分.
018966     MOVE 社員番号 TO 照会従業員番号.
018968     COMPUTE 照会開始日 = 対象支給年月 * 100 + 1.
018970     MOVE 0 TO 照会終了日.
018972     CALL "休業状況取得" USING 休業照会領域.
018974     IF 照会結果 = 0 AND 期間全休
018976       DISPLAY "休業中のため支給なし "
018978               社員番号
018980       ADD 1 TO 休業見送件数
018982       PERFORM 社員マスタ読込
018984       EXIT PARAGRAPH
018986     END-IF.
019000     MOVE 社員番号       TO 勤怠従業員番号.
019100     MOVE 対象支給年月   TO 勤怠対象年月.
019200     MOVE 0 TO 計−残業時間.
019250     MOVE 0 TO 計−労働時間.
019260     MOVE 0 TO 計−深夜時間.
019270     MOVE 0 TO 計−休日時間.
019280     MOVE 0 TO 計−六十超時間.
019300     IF 勤怠確定正常
019400       READ 勤怠確定ファイル
019500         INVALID KEY
019700         NOT INVALID KEY
019800           MOVE 勤怠残業時間 TO 計−残業時間
019850           MOVE 勤怠労働時間 TO 計−労働時間
019860           MOVE 勤怠深夜時間 TO 計−深夜時間
019870           MOVE 勤怠休日時間 TO 計−休日時間
019880           MOVE 勤怠六十超時間 TO 計−六十超時間
019900       END-READ
020000     END-IF.
020100     IF 計−残業時間 > 残業時間上限
020930       COMPUTE 計−基本支給 ROUNDED =
020940           社員時給単価 * 計−労働時間
020950       MOVE 0 TO 計−職務手当
020955       MOVE 社員時給単価 TO 台帳時給単価
020960     ELSE
020970       MOVE 社員基本給   TO 計−基本支給
020980       MOVE 社員職務手当 TO 計−職務手当
020985       MOVE 0 TO 台帳時給単価
020986     END-IF.
020987*　月の一部が休業の月給制は，休業日を除いた暦日で日割りする。
020988     IF NOT 時給制 AND 照会結果 = 0
020989       COMPUTE 計−支給日数 =
020994           照会対象日数 - 照会休業日数
020999       COMPUTE 計−基本支給 ROUNDED =
021004           社員基本給 * 計−支給日数
021006         / 照会対象日数
021009       COMPUTE 計−職務手当 ROUNDED =
021014           社員職務手当 * 計−支給日数
021016         / 照会対象日数
021019       ADD 1 TO 休業日割件数
021024     END-IF.
021029     PERFORM 割増賃金計算.
021031     PERFORM 歩合手当取得.
021034*　通勤手当は支給周期の月にだけ支給額が返る。
021039     CALL "通勤手当計算" USING 社員番号
021044          対象支給年月
021049          台帳通勤手当 台帳通勤非課税額
021054          台帳通勤月割額 通勤計算結果.
021059     COMPUTE 計−支給計 = 計−基本支給
021100       + 計−職務手当 + 計−時間外手当
021150       + 台帳通勤手当 + 台帳歩合手当.
021200*
021300     MOVE 社員番号         TO 台帳従業員番号.
021400     MOVE 対象支給年月     TO 台帳支給年月.
021700     MOVE 計−基本支給     TO 台帳基本給.
021800     MOVE 計−職務手当     TO 台帳職務手当.
021900     MOVE 計−時間外手当   TO 台帳時間外手当.
022200     PERFORM 保険基礎額決定.
022300     PERFORM 社会保険料計算.
022302     PERFORM 雇用保険料計算.
022307     PERFORM 所得税計算.
022310     PERFORM 住民税月額取得.
022320     MOVE 計−住民税 TO 台帳住民税.
022400     COMPUTE 台帳差引支給額 = 計−支給計
022500       - 台帳所得税 - 台帳社会保険料
022505       - 台帳雇用保険料
022510       - 台帳住民税.
022530     PERFORM 天引控除.
022600     MOVE 0 TO 台帳調整額.
022700     MOVE SPACE TO 台帳再計算区分.
022800     MOVE 現在日時１４     TO 台帳登録日時.
022900     WRITE 給与台帳レコード.
023000     ADD 1 TO 登録件数.
023002     PERFORM 社員マスタ読込.
023004*
023006*　歩合引継ファイルから当月支給分の歩合を引く。無ければ０。
023008*
023010 歩合手当取得.
023012     MOVE 0 TO 台帳歩合手当.
023014     IF NOT 歩合使用可
023016       EXIT PARAGRAPH
023018     END-IF.
023020     MOVE 社員番号     TO 歩合従業員番号.
023022     MOVE 対象支給年月 TO 歩合支給年月.
023024     READ 歩合引継ファイル
023026       INVALID KEY
023028         CONTINUE
023030       NOT INVALID KEY
023032         MOVE 歩合金額 TO 台帳歩合手当
023034     END-READ.
023036*
023038*　割増賃金を求めて時間外手当に加える。基礎時給は時給制は時給
023040*　単価，月給制は時間外単価（１２５％）から割り戻す。深夜と月
023042*　６０時間超の残業は２５％，法定休日労働は１３５％（時給制は
023044*　労働時間分を基本支給で払うため３５％）とする。時間外手当
023046*　上限は通常の残業手当だけに掛ける。
023048*
023050 割増賃金計算.
023052     IF 時給制
023054       MOVE 社員時給単価 TO 計−基礎時給
023056       COMPUTE 計−休日率 = 休日割増率 - 1
023058     ELSE
023060       COMPUTE 計−基礎時給 ROUNDED =
023062           社員時間外単価 / 時間外割増率
023064       MOVE 休日割増率 TO 計−休日率
023066     END-IF.
023068     COMPUTE 台帳深夜割増額 ROUNDED =
023118         計−深夜時間 * 計−基礎時給
023119         * 深夜割増率.
023120     COMPUTE 台帳休日手当額 ROUNDED =
023121         計−休日時間 * 計−基礎時給
023122         * 計−休日率.
023123     COMPUTE 台帳六十超割増額 ROUNDED =
023124         計−六十超時間 * 計−基礎時給
023125         * 六十超割増率.
023126     COMPUTE 計−時間外手当 = 計−時間外手当
023127       + 台帳深夜割増額 + 台帳休日手当額
023128       + 台帳六十超割増額.
023129*
023130*　社会保険料の基礎額を決める。算定基礎バッチ（SANTEI）で
023131*　決定済かつ適用開始済の従業員は標準報酬月額を，適用開始前
023132*　の月は改定前の標準報酬月額を，未決定者は従来どおり当月の
023133*　支給計を使う。
023134*
023135 保険基礎額決定.
023136     MOVE 計−支給計 TO 計−保険基礎額.
023137     IF 標準報酬使用可
023138       MOVE 社員番号 TO 標準従業員番号
023139       READ 標準報酬ファイル
023140         INVALID KEY
023141           CONTINUE
023142         NOT INVALID KEY
023143           IF 対象支給年月 >= 適用開始年月
023144             MOVE 決定標準報酬月額
023145               TO 計−保険基礎額
023146           ELSE
023147             IF 前回標準報酬月額 NOT = 0
023148               MOVE 前回標準報酬月額
023149                 TO 計−保険基礎額
023150             END-IF
023151           END-IF
023152       END-READ
023153     END-IF.
023154*
023155*　料率マスタで健康保険・厚生年金・介護保険を本人・会社負担別
023156*　に求める。料率が無ければ従来の固定率で合計だけを求める。
023157*
023158 社会保険料計算.
023159     CALL "社会保険料計算" USING 対象支給年月
023160          社員生年月日 計−保険基礎額
023161          保険料内訳 保険計算結果.
023162     MOVE 内訳健保本人 TO 台帳健康保険料.
023163     MOVE 内訳厚年本人 TO 台帳厚生年金保険料.
023164     MOVE 内訳介護本人 TO 台帳介護保険料.
023165     MOVE 内訳健保会社 TO 台帳健保会社負担.
023166     MOVE 内訳厚年会社 TO 台帳厚年会社負担.
023167     MOVE 内訳介護会社 TO 台帳介護会社負担.
023168     IF 保険計算結果 = 0
023169       COMPUTE 台帳社会保険料 = 内訳健保本人
023170         + 内訳厚年本人 + 内訳介護本人
023171     ELSE
023172       COMPUTE 台帳社会保険料 ROUNDED =
023173           計−保険基礎額 * 社会保険料率
023174     END-IF.
023175*　産前産後・育児休業の免除月は保険料を掛けない。
023176     IF 照会結果 = 0 AND 社保免除月
023177       INITIALIZE 保険料内訳
023178       MOVE 0 TO 台帳健康保険料
023179       MOVE 0 TO 台帳厚生年金保険料
023180       MOVE 0 TO 台帳介護保険料
023181       MOVE 0 TO 台帳健保会社負担
023182       MOVE 0 TO 台帳厚年会社負担
023183       MOVE 0 TO 台帳介護会社負担
023184       MOVE 0 TO 台帳社会保険料
023185     END-IF.
023186*
023187*　雇用保険料は支給計に本人負担率を掛けて求める。事業の種類
023188*　は所属部門から引き，部門マスタに無ければ一般の事業とする。
023189*　適用除外者と料率未登録の間は０とする。
023190*
023191 雇用保険料計算.
023192     MOVE 0 TO 台帳雇用保険料.
023193     IF 雇用保険適用除外
023194       MOVE SPACE TO 台帳雇用対象区分
023195       EXIT PARAGRAPH
023196     END-IF.
023197     SET 雇用保険対象 TO TRUE.
023198     MOVE SPACE TO 雇用事業区分.
023199     IF 部門使用可
023200       MOVE 社員部門コード TO 部門コード
023201       READ 部門マスタファイル
023202         INVALID KEY
023203           CONTINUE
023204         NOT INVALID KEY
023227           MOVE 部門事業区分 TO 雇用事業区分
023228       END-READ
023229     END-IF.
023230     COMPUTE 雇用基準日 = 対象支給年月 * 100 + 1.
023231     CALL "雇用保険料計算" USING 雇用事業区分
023232          雇用基準日 計−支給計
023233          台帳雇用保険料 雇用料率域
023234          雇用計算結果.
023235*
023236*　社会保険料・雇用保険料控除後の金額で源泉徴収税額表を引く。
023237*　税額表が無ければ支給計の固定税率に戻す。
023238*
023239 所得税計算.
023240     COMPUTE 計−課税対象額 = 計−支給計
023241       - 台帳通勤非課税額
023242       - 台帳社会保険料 - 台帳雇用保険料.
023243     IF 乙欄適用
023244       MOVE "2" TO 税額表区分
023245     ELSE
023246       MOVE "1" TO 税額表区分
023247     END-IF.
023248     COMPUTE 税額基準日 =
023249         対象支給年月 * 100 + 1.
023250     CALL "源泉税額計算" USING 税額表区分
023251          税額基準日
023252          計−課税対象額 社員扶養人数
023256          台帳所得税 税額計算結果.
023261     IF 税額計算結果 NOT = 0
023266       COMPUTE 台帳所得税 ROUNDED =
023271           (計−支給計 - 台帳通勤非課税額)
023273           * 所得税率
023276     END-IF.
023281*
023300*　住民税マスタの月額を控除する。６月は６月額，それ以外は
023400*　通常月額。未登録者は控除なし。
023500*
024800           END-IF
024900       END-READ
025000     END-IF.
025100*
025200*　天引マスタから当該従業員の天引を順に読み，支給年月が開始
025300*　年月から終了年月までのものを差引支給額から控除する。
025400*
025500 天引控除.
025600     MOVE 0 TO 台帳貸付天引額.
025700     MOVE 0 TO 台帳社内預金額.
025800     IF NOT 天引使用可
025900       EXIT PARAGRAPH
026000     END-IF.
026100     MOVE "N" TO 天引終了フラグ.
026200     MOVE LOW-VALUE TO 天引キー.
026300     MOVE 社員番号 TO 天引従業員番号.
026400     START 天引マスタファイル KEY > 天引キー
026500       INVALID KEY
026600         SET 天引終了 TO TRUE
026700     END-START.
026800     PERFORM 天引明細 UNTIL 天引終了.
026900*
027000 天引明細.
027100     READ 天引マスタファイル NEXT RECORD
027200       AT END
027300         SET 天引終了 TO TRUE
027400       NOT AT END
027500         IF 天引従業員番号 NOT = 社員番号
027600           SET 天引終了 TO TRUE
027700         ELSE
027800           IF 対象支給年月 >= 天引開始年月
027900              AND (天引終了年月 = 0
028000                OR 対象支給年月 <= 天引終了年月)
028100             PERFORM 天引適用
028200           END-IF
028300         END-IF
028400     END-READ.
028500*
028600*　差引支給額がマイナスになる天引は控除せず警告だけ出す。
028700*
028800 天引適用.
028900     IF 天引金額 > 台帳差引支給額
029000       DISPLAY "警告：差引支給額不足で天引しない "
029100               社員番号 " " 天引区分
029150               " " 天引対象番号
029200       ADD 1 TO 天引見送件数
029300       EXIT PARAGRAPH
029400     END-IF.
029500     SUBTRACT 天引金額 FROM 台帳差引支給額.
029600     IF 貸付返済天引
029700       ADD 天引金額 TO 台帳貸付天引額
029800     ELSE
029900       ADD 天引金額 TO 台帳社内預金額
030000     END-IF.
030100     MOVE SPACE          TO 天引引継レコード.
030200     SET 引継明細 TO TRUE.
030300     MOVE 社員番号       TO 引継従業員番号.
030400     MOVE 対象支給年月   TO 引継支給年月.
030500     MOVE 天引区分       TO 引継天引区分.
030600     MOVE 天引対象番号   TO 引継対象番号.
030700     MOVE 天引金額       TO 引継金額.
030800     WRITE 天引引継レコード.
030900     ADD 1 TO 天引件数.
031000     ADD 天引金額 TO 天引合計金額.
031100*
031200 天引トレーラ出力.
031300     MOVE SPACE          TO 天引引継トレーラ.
031400     SET 引継トレーラ TO TRUE.
031500     MOVE 天引件数       TO 引継件数.
031600     MOVE 天引合計金額   TO 引継合計金額.
031700     MOVE 対象支給年月   TO 引継トレーラ年月.
031800     WRITE 天引引継トレーラ.
