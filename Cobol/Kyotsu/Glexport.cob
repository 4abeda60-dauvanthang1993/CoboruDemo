001100*
001200*　　取引区分：
001300*　　　KY01 支給総額　KY02 所得税預り　KY03 社会保険料預り
001400*　　　KY04 住民税預り　KY05 差引支給　KY06 給与天引預り
001450*　　　KY07 雇用保険料預り
001500*　　　UR01 窓口売上　SK01 店舗請求
001510*　　　KH01 旅費交通費　KH02 出張旅費　KH03 消耗品費
001520*　　　KH04 会議費　KH05 接待交際費　KH06 通信費　KH09 その他
001530*　　　（経費精算 KEIHI の支払済分を支払日の月で計上する）
001540*　　　KK01 買掛金支払（仕入先支払 SHIYOTEI の支払済分を支払日
001550*　　　の月で計上する）
001600*
001700*     Copyright 1992-2015 FUJITSU LIMITED
001800*=================================================================
005100       ASSIGN TO "SIWAKE.DAT"
005200       ORGANIZATION IS LINE SEQUENTIAL
005300       FILE STATUS  IS 仕訳ファイル状態.
005310     SELECT OPTIONAL 経費申請ファイル
005320       ASSIGN TO "KEIHI"
005330       ORGANIZATION IS INDEXED
005340       ACCESS MODE  IS SEQUENTIAL
005350       RECORD KEY   IS 経費キー
005360       FILE STATUS  IS 経費申請状態.
005370     SELECT OPTIONAL 支払予定ファイル
005375       ASSIGN TO "SHIYOTEI"
005380       ORGANIZATION IS INDEXED
005385       ACCESS MODE  IS SEQUENTIAL
005390       RECORD KEY   IS 支払予定番号
005395       FILE STATUS  IS 支払予定状態.
005400     SELECT 未対応報告ファイル
005500       ASSIGN TO "GLEXP.ERR"
005600       ORGANIZATION IS LINE SEQUENTIAL.
007800     02  貸方科目            PIC  X(06).
007900 FD  仕訳ファイル.
008000 01  仕訳行                  PIC  X(100).
008050 FD  経費申請ファイル.
008060     COPY KEIHIREC.
008070 FD  支払予定ファイル.
008080     COPY SHIYOTEI.
008100 FD  未対応報告ファイル.
008200 01  未対応報告行            PIC  X(80).
008300 WORKING-STORAGE SECTION.
009100     88  対応ファイル正常    VALUE "00" "05".
009200 77  仕訳ファイル状態        PIC  X(02).
009300     88  仕訳ファイル正常    VALUE "00" "05".
009310 77  経費申請状態            PIC  X(02).
009320     88  経費申請正常        VALUE "00" "05".
009330 77  支払予定状態            PIC  X(02).
009340     88  支払予定正常        VALUE "00" "05".
009400 77  読込終了フラグ          PIC  X(01).
009500     88  読込終了            VALUE "Y".
009600 77  対象年月                PIC  9(06).
010500 77  給与社保計              PIC S9(12)  VALUE 0.
010600 77  給与住民税計            PIC S9(12)  VALUE 0.
010700 77  給与差引計              PIC S9(12)  VALUE 0.
010750 77  給与天引計              PIC S9(12)  VALUE 0.
010770 77  給与雇保計              PIC S9(12)  VALUE 0.
010800 77  売上計                  PIC S9(12)  VALUE 0.
010900 77  請求計                  PIC S9(12)  VALUE 0.
010910 77  経費旅費計              PIC S9(12)  VALUE 0.
010920 77  経費出張計              PIC S9(12)  VALUE 0.
010930 77  経費消耗品計            PIC S9(12)  VALUE 0.
010940 77  経費会議計              PIC S9(12)  VALUE 0.
010950 77  経費交際計              PIC S9(12)  VALUE 0.
010960 77  経費通信計              PIC S9(12)  VALUE 0.
010970 77  経費その他計            PIC S9(12)  VALUE 0.
010980 77  買掛支払計              PIC S9(12)  VALUE 0.
011000 77  受注年月                PIC  9(06).
011100*
011200 77  仕訳ソース区分          PIC  X(02).
015300     PERFORM 給与集計.
015400     PERFORM 売上集計.
015500     PERFORM 請求集計.
015550     PERFORM 経費集計.
015560     PERFORM 買掛支払集計.
015600*
015700     PERFORM 仕訳ヘッダ出力.
015800     PERFORM 給与仕訳出力.
015900     PERFORM 売上仕訳出力.
016000     PERFORM 請求仕訳出力.
016050     PERFORM 経費仕訳出力.
016060     PERFORM 買掛仕訳出力.
016100     PERFORM 仕訳トレーラ出力.
016200*
016300     CLOSE 未対応報告ファイル.
019700           COMPUTE 給与支給総額 =
019800               給与支給総額 + 台帳基本給
019900             + 台帳職務手当 + 台帳時間外手当
020000             + 台帳調整額 + 台帳通勤手当
020050             + 台帳歩合手当
020100           ADD 台帳所得税     TO 給与所得税計
020200           ADD 台帳社会保険料 TO 給与社保計
020300           ADD 台帳住民税     TO 給与住民税計
020400           ADD 台帳差引支給額 TO 給与差引計
020420           ADD 台帳貸付天引額 TO 給与天引計
020440           ADD 台帳社内預金額 TO 給与天引計
020460           ADD 台帳雇用保険料 TO 給与雇保計
020500         END-IF
020600     END-READ.
020700*
024500           ADD 売掛請求額 TO 請求計
024600         END-IF
024700     END-READ.
024710*
024720*　経費精算は支払済の申請を支払日の月に経費区分別に積み上げる。
024730*　金額は税込のまま計上する。
024740*
024750 経費集計.
024752     MOVE "N" TO 読込終了フラグ.
024754     OPEN INPUT 経費申請ファイル.
024756     IF NOT 経費申請正常
024758       SET 読込終了 TO TRUE
024760     END-IF.
024762     PERFORM 経費集計明細 UNTIL 読込終了.
024764     CLOSE 経費申請ファイル.
024766*
024768 経費集計明細.
024770     READ 経費申請ファイル NEXT RECORD
024772       AT END
024774         SET 読込終了 TO TRUE
024776       NOT AT END
024778         IF 経費支払済
024780            AND 経費支払日(1:6) = 対象年月
024782           EVALUATE 経費区分
024784             WHEN "01" ADD 経費金額 TO 経費旅費計
024786             WHEN "02" ADD 経費金額 TO 経費出張計
024788             WHEN "03" ADD 経費金額 TO 経費消耗品計
024790             WHEN "04" ADD 経費金額 TO 経費会議計
024792             WHEN "05" ADD 経費金額 TO 経費交際計
024794             WHEN "06" ADD 経費金額 TO 経費通信計
024796             WHEN OTHER ADD 経費金額 TO 経費その他計
024798           END-EVALUATE
024799         END-IF
024800     END-READ.
024802*
024803 買掛支払集計.
024804     MOVE "N" TO 読込終了フラグ.
024805     OPEN INPUT 支払予定ファイル.
024806     IF NOT 支払予定正常
024807       SET 読込終了 TO TRUE
024808     END-IF.
024809     PERFORM 買掛支払集計明細 UNTIL 読込終了.
024810     CLOSE 支払予定ファイル.
024811*
024812 買掛支払集計明細.
024813     READ 支払予定ファイル NEXT RECORD
024814       AT END
024815         SET 読込終了 TO TRUE
024816       NOT AT END
024817         IF 支払済
024818            AND 支払日(1:6) = 対象年月
024819           ADD 支払予定額 TO 買掛支払計
024820         END-IF
024821     END-READ.
024822*
024900 給与仕訳出力.
025000     MOVE "KY" TO 仕訳ソース区分.
025100     MOVE "01" TO 仕訳取引区分.
026700     MOVE "05" TO 仕訳取引区分.
026800     MOVE 給与差引計 TO 仕訳金額.
026900     MOVE "差引支給" TO 仕訳摘要.
026920     PERFORM 仕訳１件出力.
026940     MOVE "06" TO 仕訳取引区分.
026960     MOVE 給与天引計 TO 仕訳金額.
026980     MOVE "給与天引預り" TO 仕訳摘要.
027000     PERFORM 仕訳１件出力.
027020     MOVE "07" TO 仕訳取引区分.
027040     MOVE 給与雇保計 TO 仕訳金額.
027060     MOVE "雇用保険料預り" TO 仕訳摘要.
027080     PERFORM 仕訳１件出力.
027100*
027200 売上仕訳出力.
027300     MOVE "UR" TO 仕訳ソース区分.
028200     MOVE 請求計 TO 仕訳金額.
028300     MOVE "店舗請求" TO 仕訳摘要.
028400     PERFORM 仕訳１件出力.
028410*
028420 経費仕訳出力.
028422     MOVE "KH" TO 仕訳ソース区分.
028424     MOVE "01" TO 仕訳取引区分.
028426     MOVE 経費旅費計 TO 仕訳金額.
028428     MOVE "旅費交通費" TO 仕訳摘要.
028430     PERFORM 仕訳１件出力.
028432     MOVE "02" TO 仕訳取引区分.
028434     MOVE 経費出張計 TO 仕訳金額.
028436     MOVE "出張旅費" TO 仕訳摘要.
028438     PERFORM 仕訳１件出力.
028440     MOVE "03" TO 仕訳取引区分.
028442     MOVE 経費消耗品計 TO 仕訳金額.
028444     MOVE "消耗品費" TO 仕訳摘要.
028446     PERFORM 仕訳１件出力.
028448     MOVE "04" TO 仕訳取引区分.
028450     MOVE 経費会議計 TO 仕訳金額.
028452     MOVE "会議費" TO 仕訳摘要.
028454     PERFORM 仕訳１件出力.
028456     MOVE "05" TO 仕訳取引区分.
028458     MOVE 経費交際計 TO 仕訳金額.
028460     MOVE "接待交際費" TO 仕訳摘要.
028462     PERFORM 仕訳１件出力.
028464     MOVE "06" TO 仕訳取引区分.
028466     MOVE 経費通信計 TO 仕訳金額.
028468     MOVE "通信費" TO 仕訳摘要.
028470     PERFORM 仕訳１件出力.
028472     MOVE "09" TO 仕訳取引区分.
028474     MOVE 経費その他計 TO 仕訳金額.
028476     MOVE "経費その他" TO 仕訳摘要.
028478     PERFORM 仕訳１件出力.
028480*
028482 買掛仕訳出力.
028484     MOVE "KK" TO 仕訳ソース区分.
028486     MOVE "01" TO 仕訳取引区分.
028488     MOVE 買掛支払計 TO 仕訳金額.
028490     MOVE "買掛金支払" TO 仕訳摘要.
028492     PERFORM 仕訳１件出力.
028500*
028600*　金額ゼロの区分は仕訳を起こさない。科目対応の無い区分は
028700*　未対応報告へ回す。
