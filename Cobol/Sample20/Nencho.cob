000060*　を加味して年税額を確定する。源泉徴収計との差額を還付（−）
000070*　・徴収（＋）として還付徴収ファイルへ書き出し，１２月支給で
000080*　精算する。あわせて確認用の一覧レポートを出力する。
000082*　賞与台帳（SHOYO）に対象年の支給日の賞与があれば，その支給額
000084*　・源泉徴収税額・社会保険料等も積み上げる。
000090*
000100*　　課税所得＝年間支給額−給与所得控除−基礎控除４８万円
000102*　−扶養１人当たり３８万円×扶養人数−社会保険料等（給与台帳の
000104*　社会保険料・雇用保険料の年間控除額）−保険料控除額（千円
000106*　未満切捨て）。年税額は課税所得に超過累進税率を掛けて控除額
000108*　を引き，復興特別所得税を
000110*　含めた１０２．１％を掛けて百円未満を切り捨てる。
000112*
000115*　　扶養控除等申告書の無い乙欄適用者（社員マスタ）は年末調整
000116*　の対象外とし，精算額を出さずに一覧へ対象外と表示する。
000120*
000130*　　申告ファイル様式（１行１名，固定桁）
000140*　　　従業員番号 9(4)／扶養人数 9(2)／保険料控除額 9(7)
000250       ORGANIZATION IS INDEXED
000260       ACCESS MODE  IS SEQUENTIAL
000270       RECORD KEY   IS 台帳キー
000272       FILE STATUS  IS 給与台帳状態.
000274     SELECT OPTIONAL 賞与台帳ファイル
000276       ASSIGN TO "SHOYO"
000278       ORGANIZATION IS INDEXED
000280       ACCESS MODE  IS SEQUENTIAL
000282       RECORD KEY   IS 賞与キー
000284       FILE STATUS  IS 賞与台帳状態.
000286     SELECT 社員マスタファイル
000288       ASSIGN TO "SHAINM"
000290       ORGANIZATION IS INDEXED
000292       ACCESS MODE  IS RANDOM
000294       RECORD KEY   IS 社員番号
000296       FILE STATUS  IS 社員マスタ状態.
000298     SELECT OPTIONAL 申告ファイル
000300       ASSIGN TO "SHINKOKU.TXT"
000310       ORGANIZATION IS LINE SEQUENTIAL
000320       FILE STATUS  IS 申告ファイル状態.
000400 FILE  SECTION.
000410 FD  給与台帳ファイル.
000420     COPY KYUYOREC.
000421 FD  賞与台帳ファイル.
000422     COPY SHOYOREC.
000423 FD  社員マスタファイル.
000424     COPY SHAINMR.
000430 FD  申告ファイル.
000440 01  申告レコード.
000450     02  申告従業員番号      PIC  X(004).
000560 WORKING-STORAGE  SECTION.
000570 01  給与台帳状態            PIC  X(02).
000580     88  給与台帳正常        VALUE "00" "05".
000581 01  賞与台帳状態            PIC  X(02).
000582     88  賞与台帳正常        VALUE "00" "05".
000583 01  社員マスタ状態          PIC  X(02).
000584     88  社員マスタ正常      VALUE "00" "05".
000590 01  申告ファイル状態        PIC  X(02).
000600     88  申告ファイル正常    VALUE "00" "05".
000610 01  台帳終了フラグ          PIC  X(01)  VALUE "N".
000620     88  台帳終了            VALUE "Y".
000622 01  賞与終了フラグ          PIC  X(01)  VALUE "N".
000624     88  賞与終了            VALUE "Y".
000630 01  申告終了フラグ          PIC  X(01)  VALUE "N".
000640     88  申告終了            VALUE "Y".
000650 01  対象年                  PIC  9(04).
000670 01  社員添字                PIC  9(03)  COMP-5.
000680 01  社員登録数              PIC  9(03)  COMP-5 VALUE 0.
000690 01  検索添字                PIC  9(03)  COMP-5.
000695 01  位置従業員番号          PIC  9(04).
000700 01  課税所得                PIC S9(10).
000710 01  年税額                  PIC S9(09).
000720 01  精算額                  PIC S9(09).
000730 01  基礎控除額              PIC  9(07)  VALUE 480000.
000740 01  扶養控除単価            PIC  9(07)  VALUE 380000.
000750 01  給与所得                PIC S9(10).
000751 01  課税千円                PIC S9(07).
000752 01  算出税額                PIC S9(10).
000753 01  年税額百円              PIC S9(07).
000754 01  復興税率                PIC  9V999  VALUE 1.021.
000755 01  帯添字                  PIC  9(01).
000756 01  帯決定フラグ            PIC  X(01).
000757     88  帯決定              VALUE "Y".
000758*
000759*　給与所得控除（収入金額×率＋加算額，収入の上限ごと）
000760*
000761 01  給与所得控除表値.
000762     02  FILLER  PIC  9(09) VALUE 1625000.
000763     02  FILLER  PIC  9V99  VALUE 0.
000764     02  FILLER  PIC S9(07) VALUE 550000.
000765     02  FILLER  PIC  9(09) VALUE 1800000.
000766     02  FILLER  PIC  9V99  VALUE 0.40.
000767     02  FILLER  PIC S9(07) VALUE -100000.
000768     02  FILLER  PIC  9(09) VALUE 3600000.
000769     02  FILLER  PIC  9V99  VALUE 0.30.
000770     02  FILLER  PIC S9(07) VALUE 80000.
000771     02  FILLER  PIC  9(09) VALUE 6600000.
000772     02  FILLER  PIC  9V99  VALUE 0.20.
000773     02  FILLER  PIC S9(07) VALUE 440000.
000774     02  FILLER  PIC  9(09) VALUE 8500000.
000775     02  FILLER  PIC  9V99  VALUE 0.10.
000776     02  FILLER  PIC S9(07) VALUE 1100000.
000777     02  FILLER  PIC  9(09) VALUE 999999999.
000778     02  FILLER  PIC  9V99  VALUE 0.
000779     02  FILLER  PIC S9(07) VALUE 1950000.
000780 01  給与所得控除表  REDEFINES 給与所得控除表値.
000781     02  控除帯  OCCURS 6.
000782         03  控除帯上限      PIC  9(09).
000783         03  控除帯率        PIC  9V99.
000784         03  控除帯加算      PIC S9(07).
000785*
000786*　所得税の速算表（課税所得の上限ごとの税率と控除額）
000787*
000788 01  速算表値.
000789     02  FILLER  PIC  9(09) VALUE 1950000.
000790     02  FILLER  PIC  9V99  VALUE 0.05.
000791     02  FILLER  PIC  9(07) VALUE 0.
000792     02  FILLER  PIC  9(09) VALUE 3300000.
000793     02  FILLER  PIC  9V99  VALUE 0.10.
000794     02  FILLER  PIC  9(07) VALUE 97500.
000795     02  FILLER  PIC  9(09) VALUE 6950000.
000796     02  FILLER  PIC  9V99  VALUE 0.20.
000797     02  FILLER  PIC  9(07) VALUE 427500.
000798     02  FILLER  PIC  9(09) VALUE 9000000.
000799     02  FILLER  PIC  9V99  VALUE 0.23.
000800     02  FILLER  PIC  9(07) VALUE 636000.
000801     02  FILLER  PIC  9(09) VALUE 18000000.
000802     02  FILLER  PIC  9V99  VALUE 0.33.
000803     02  FILLER  PIC  9(07) VALUE 1536000.
000804     02  FILLER  PIC  9(09) VALUE 40000000.
000805     02  FILLER  PIC  9V99  VALUE 0.40.
000806     02  FILLER  PIC  9(07) VALUE 2796000.
000807     02  FILLER  PIC  9(09) VALUE 999999999.
000808     02  FILLER  PIC  9V99  VALUE 0.45.
000809     02  FILLER  PIC  9(07) VALUE 4796000.
000810 01  速算表  REDEFINES 速算表値.
000811     02  速算帯  OCCURS 7.
000812         03  速算帯上限      PIC  9(09).
000813         03  速算帯率        PIC  9V99.
000814         03  速算帯控除      PIC  9(07).
000815 01  あふれ件数              PIC  9(06)  VALUE 0.
000816*
000817 01  年調集計表.
000818     02  年調明細  OCCURS 200.
000819         03  集計従業員番号  PIC  9(04).
000820         03  集計年間支給額  PIC S9(10).
000821         03  集計源泉徴収計  PIC S9(09).
000822         03  集計社会保険料  PIC S9(09).
000823         03  集計扶養人数    PIC  9(02).
000830         03  集計保険料控除  PIC  9(07).
000840*
000850 01  レポート行編集域.
001100     PERFORM 台帳読込.
001110     PERFORM 年間集計 UNTIL 台帳終了.
001120     CLOSE 給与台帳ファイル.
001121*
001122*　賞与台帳から対象年の賞与・源泉税を積み上げる。
001123*
001124     OPEN INPUT 賞与台帳ファイル.
001125     IF NOT 賞与台帳正常
001126       SET 賞与終了 TO TRUE
001127     END-IF.
001128     PERFORM 賞与読込.
001129     PERFORM 賞与年間集計 UNTIL 賞与終了.
001131     CLOSE 賞与台帳ファイル.
001133*
001140*　申告ファイル（扶養・保険料控除）を突き合わせる。
001150*
001160     OPEN INPUT 申告ファイル.
001330          "      年税額      精算額  区分"
001340       TO レポート行.
001350     WRITE レポート行.
001355     OPEN INPUT 社員マスタファイル.
001360     PERFORM 年調精算出力
001370         VARYING 社員添字 FROM 1 BY 1
001380         UNTIL 社員添字 > 社員登録数.
001385     CLOSE 社員マスタファイル.
001390     CLOSE 年調レポートファイル.
001400     CLOSE 還付徴収ファイル.
001410     DISPLAY "処理件数：" 処理件数.
001505 年間集計.
001510     IF 台帳支給年月(1:4) = 対象年
001512        AND 台帳支給年月(5:2) <= "12"
001514       MOVE 台帳従業員番号 TO 位置従業員番号
001520       PERFORM 社員位置特定
001522*　集計表があふれた場合は件数だけ数えて読み飛ばす
001524       IF 社員添字 = 0
001540           集計年間支給額(社員添字)
001550         + 台帳基本給 + 台帳職務手当
001560         + 台帳時間外手当 + 台帳調整額
001565         + 台帳通勤手当 - 台帳通勤非課税額
001567         + 台帳歩合手当
001570       ADD 台帳所得税
001580         TO 集計源泉徴収計(社員添字)
001581       ADD 台帳社会保険料
001582         TO 集計社会保険料(社員添字)
001583       ADD 台帳雇用保険料
001584         TO 集計社会保険料(社員添字)
001585       END-IF
001590     END-IF.
001600     PERFORM 台帳読込.
001610*
001611 賞与読込.
001612     IF 賞与終了
001613       EXIT PARAGRAPH
001614     END-IF.
001615     READ 賞与台帳ファイル NEXT RECORD
001616       AT END
001617         SET 賞与終了 TO TRUE
001618     END-READ.
001619*
001620 賞与年間集計.
001621     IF 賞与支給日(1:4) = 対象年
001622       MOVE 賞与従業員番号 TO 位置従業員番号
001623       PERFORM 社員位置特定
001624       IF 社員添字 = 0
001625         ADD 1 TO あふれ件数
001626       ELSE
001627         ADD 賞与支給額
001628           TO 集計年間支給額(社員添字)
001629         ADD 賞与所得税
001630           TO 集計源泉徴収計(社員添字)
001631         ADD 賞与社会保険料 賞与雇用保険料
001632           TO 集計社会保険料(社員添字)
001633       END-IF
001634     END-IF.
001635     PERFORM 賞与読込.
001636*
001637 社員位置特定.
001638     MOVE 0 TO 社員添字.
001640     PERFORM VARYING 検索添字 FROM 1 BY 1
001650             UNTIL 検索添字 > 社員登録数
001660       IF 集計従業員番号(検索添字)
001670          = 位置従業員番号
001680         MOVE 検索添字 TO 社員添字
001690       END-IF
001700     END-PERFORM.
001720       ADD 1 TO 社員登録数
001730       MOVE 社員登録数 TO 社員添字
001740       INITIALIZE 年調明細(社員添字)
001750       MOVE 位置従業員番号
001760         TO 集計従業員番号(社員添字)
001770     END-IF.
001780*
001990*
002000*　課税所得がマイナスの場合は年税額０として全額還付する。
002010*
002012 年調精算出力.
002013     MOVE 集計従業員番号(社員添字) TO 社員番号.
002014     READ 社員マスタファイル
002015       INVALID KEY
002016         MOVE SPACE TO 社員税額表区分
002017     END-READ.
002018     IF 乙欄適用
002019       PERFORM 乙欄対象外出力
002020       EXIT PARAGRAPH
002021     END-IF.
002022     PERFORM 給与所得計算.
002030     COMPUTE 課税所得 =
002040         給与所得
002050       - 基礎控除額
002060       - 扶養控除単価 * 集計扶養人数(社員添字)
002070       - 集計保険料控除(社員添字)
002075       - 集計社会保険料(社員添字).
002080     IF 課税所得 < 0
002090       MOVE 0 TO 課税所得
002100     END-IF.
002105     COMPUTE 課税千円 = 課税所得 / 1000.
002110     COMPUTE 課税所得 = 課税千円 * 1000.
002115     PERFORM 年税額計算.
002130     COMPUTE 精算額 = 年税額
002140       - 集計源泉徴収計(社員添字).
002150*
002390     MOVE レポート行編集域 TO レポート行.
002400     WRITE レポート行.
002410     ADD 1 TO 処理件数.
002420*
002430*　給与所得＝年間支給額−給与所得控除（マイナスは０）。
002440*
002450 給与所得計算.
002460     MOVE "N" TO 帯決定フラグ.
002470     PERFORM 控除帯判定
002480         VARYING 帯添字 FROM 1 BY 1
002490         UNTIL 帯添字 > 6 OR 帯決定.
002500     IF 給与所得 < 0
002510       MOVE 0 TO 給与所得
002520     END-IF.
002530*
002540 控除帯判定.
002550     IF 集計年間支給額(社員添字)
002555        <= 控除帯上限(帯添字)
002560       COMPUTE 給与所得 = 集計年間支給額(社員添字)
002570         - (集計年間支給額(社員添字)
002575              * 控除帯率(帯添字)
002580            + 控除帯加算(帯添字))
002590       SET 帯決定 TO TRUE
002600     END-IF.
002610*
002620*　年税額＝（課税所得×税率−控除額）×１０２．１％
002630*　（百円未満切捨て）。
002640*
002650 年税額計算.
002660     MOVE "N" TO 帯決定フラグ.
002670     MOVE 0 TO 算出税額.
002680     PERFORM 速算帯判定
002690         VARYING 帯添字 FROM 1 BY 1
002700         UNTIL 帯添字 > 7 OR 帯決定.
002710     COMPUTE 年税額百円 = 算出税額 * 復興税率 / 100.
002720     COMPUTE 年税額 = 年税額百円 * 100.
002730*
002740 速算帯判定.
002750     IF 課税所得 <= 速算帯上限(帯添字)
002760       COMPUTE 算出税額 =
002765           課税所得 * 速算帯率(帯添字)
002770         - 速算帯控除(帯添字)
002780       SET 帯決定 TO TRUE
002790     END-IF.
002800*
002810*　乙欄適用者は年末調整の対象外として一覧にだけ出す。
002820*
002830 乙欄対象外出力.
002840     MOVE 集計従業員番号(社員添字)
002850       TO 編集従業員番号.
002860     MOVE 集計年間支給額(社員添字)
002870       TO 編集年間支給額.
002880     MOVE 集計源泉徴収計(社員添字)
002890       TO 編集源泉徴収計.
002900     MOVE 0 TO 編集年税額.
002910     MOVE 0 TO 編集精算額.
002920     MOVE "乙欄対象外" TO 編集区分.
002930     MOVE レポート行編集域 TO レポート行.
002940     WRITE レポート行.
