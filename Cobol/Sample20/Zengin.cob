000070*　付きのコントロールリストを出力する。口座は口座マスタ
000080*　（KOZAMNT）から引き，未登録者はリストへ警告して振込データ
000090*　には載せない。
000092*　　振込区分に賞与を指定した場合は，賞与台帳（SHOYO）の指定
000094*　支給日の差引支給額を振り込む。振込指定日は支給日の月日とする。
000095*　　経費精算申請（KEIHI）で承認済の経費は，給与の振込に非課税
000096*　のまま合算して支払い，支払済にする。振込区分に経費を指定した
000097*　場合は給与を待たずに承認済の経費だけを臨時に振り込む。同じ
000098*　振込日で再実行した場合は，その日に支払済にした経費も再び振込
000099*　データに載せる。
000100*
000110*                              Copyright 1998-2015 FUJITSU LIMITED
000120*=====================================================================
000210       ACCESS MODE  IS SEQUENTIAL
000220       RECORD KEY   IS 台帳キー
000230       FILE STATUS  IS 給与台帳状態.
000231     SELECT 賞与台帳ファイル
000232       ASSIGN TO "SHOYO"
000233       ORGANIZATION IS INDEXED
000234       ACCESS MODE  IS SEQUENTIAL
000235       RECORD KEY   IS 賞与キー
000236       FILE STATUS  IS 賞与台帳状態.
000237     SELECT OPTIONAL 経費申請ファイル
000238       ASSIGN TO "KEIHI"
000239       ORGANIZATION IS INDEXED
000240       ACCESS MODE  IS DYNAMIC
000241       RECORD KEY   IS 経費キー
000242       FILE STATUS  IS 経費申請状態.
000243     SELECT 社員マスタファイル
000244       ASSIGN TO "SHAINM"
000245       ORGANIZATION IS INDEXED
000246       ACCESS MODE  IS SEQUENTIAL
000247       RECORD KEY   IS 社員番号
000248       FILE STATUS  IS 社員マスタ状態.
000249     SELECT 口座マスタファイル
000250       ASSIGN TO "KOZAM"
000260       ORGANIZATION IS INDEXED
000270       ACCESS MODE  IS RANDOM
000370 FILE  SECTION.
000380 FD  給与台帳ファイル.
000390     COPY KYUYOREC.
000392 FD  賞与台帳ファイル.
000394     COPY SHOYOREC.
000395 FD  経費申請ファイル.
000396     COPY KEIHIREC.
000397 FD  社員マスタファイル.
000398     COPY SHAINMR.
000400 FD  口座マスタファイル.
000410 01  口座マスタレコード.
000420     02  口座従業員番号      PIC  9(004).
000520 WORKING-STORAGE  SECTION.
000530 01  給与台帳状態            PIC  X(02).
000540     88  給与台帳正常        VALUE "00" "05".
000542 01  賞与台帳状態            PIC  X(02).
000544     88  賞与台帳正常        VALUE "00" "05".
000550 01  口座マスタ状態          PIC  X(02).
000551 01  経費申請状態            PIC  X(02).
000552     88  経費申請正常        VALUE "00" "05".
000553 01  社員マスタ状態          PIC  X(02).
000554     88  社員マスタ正常      VALUE "00" "05".
000555*　ファイル状態は入出力のたびに変わるため，オープンの成否は
000556*　別のフラグに控えて判定する。
000557 01  経費使用可Ｆ            PIC  X(01)  VALUE "N".
000558     88  経費使用可          VALUE "Y".
000559 01  経費終了フラグ          PIC  X(01).
000560     88  経費終了            VALUE "Y".
000561 01  経費対象フラグ          PIC  X(01).
000562     88  経費支払対象        VALUE "Y".
000563 01  実行管理状態            PIC  X(02).
000564     88  実行管理正常        VALUE "00" "05".
000565 01  前回実行日時Ｗ          PIC  X(14)  VALUE SPACE.
000566 01  口座変更警告件数        PIC  9(05)  VALUE 0.
000567 01  現在日時.
000568     02  現在日時１４        PIC  X(14).
000569     02  FILLER              PIC  X(07).
000570 01  台帳終了フラグ          PIC  X(01)  VALUE "N".
000571     88  台帳終了            VALUE "Y".
000572 01  対象支給年月            PIC  9(06).
000573 01  対象支給年月分解  REDEFINES 対象支給年月.
000574     02  対象支給年          PIC  9(04).
000575     02  対象支給月          PIC  9(02).
000576 01  振込指定日              PIC  9(04).
000577 01  振込指定日分解  REDEFINES 振込指定日.
000578     02  振込指定月          PIC  9(02).
000579     02  FILLER              PIC  9(02).
000580*　経費の支払日として記録する振込日（年月日）。
000581 01  振込年月日              PIC  9(08).
000582 01  振込年月日分解  REDEFINES 振込年月日.
000583     02  振込年              PIC  9(04).
000584     02  振込月日            PIC  9(04).
000585 01  振込区分                PIC  X(01).
000586     88  給与振込            VALUE "1".
000587     88  賞与振込            VALUE "2".
000588     88  経費振込            VALUE "3".
000589 01  対象賞与支給日          PIC  9(08).
000590 01  賞与支給日分解  REDEFINES 対象賞与支給日.
000591     02  FILLER              PIC  9(04).
000592     02  賞与支給月日        PIC  9(04).
000593*　給与・賞与のどちらの台帳から振り込む場合も，明細１件分を
000594*　ここへ移してから振込明細出力を行う。
000595 01  振込従業員番号          PIC  9(04).
000596 01  振込差引支給額          PIC S9(08).
000597 01  経費精算額              PIC S9(09)  VALUE 0.
000603 01  今回経費支払区分        PIC  X(01).
000604 01  経費振込件数            PIC  9(05)  VALUE 0.
000606 01  経費振込合計            PIC  9(12)  VALUE 0.
000608 01  明細件数                PIC  9(06)  VALUE 0.
000610 01  合計金額                PIC  9(12)  VALUE 0.
000620 01  未登録件数              PIC  9(05)  VALUE 0.
000630*
001068     02  通知本文            PIC  X(60).
001070*
001080 PROCEDURE  DIVISION.
001082     DISPLAY "給与振込データ作成バッチ".
001084     DISPLAY "振込区分を入力してください"
001086             "(1:給与 2:賞与 3:経費)".
001088     ACCEPT 振込区分 FROM CONSOLE.
001089     EVALUATE TRUE
001090       WHEN 賞与振込
001092         DISPLAY "賞与支給日を入力してください"
001093                 "(YYYYMMDD)"
001094         ACCEPT 対象賞与支給日 FROM CONSOLE
001096         MOVE 賞与支給月日 TO 振込指定日
001097       WHEN 経費振込
001098         DISPLAY "振込日を入力してください"
001099                 "(YYYYMMDD)"
001100         ACCEPT 振込年月日 FROM CONSOLE
001101         MOVE 振込月日 TO 振込指定日
001102         MOVE "2" TO 今回経費支払区分
001103       WHEN OTHER
001105         SET 給与振込 TO TRUE
001107         DISPLAY "支給年月を入力してください(YYYYMM)"
001110         ACCEPT 対象支給年月 FROM CONSOLE
001120         DISPLAY "振込指定日を入力してください"
001125                 "(MMDD)"
001130         ACCEPT 振込指定日 FROM CONSOLE
001132         PERFORM 給与振込日決定
001134         MOVE "1" TO 今回経費支払区分
001136     END-EVALUATE.
001140*
001142     PERFORM 前回実行読込.
001144     EVALUATE TRUE
001146       WHEN 賞与振込
001148         OPEN INPUT 賞与台帳ファイル
001150         IF NOT 賞与台帳正常
001152           DISPLAY "賞与台帳ファイルが開けません"
001154           STOP RUN
001156         END-IF
001158       WHEN 経費振込
001160         OPEN INPUT 社員マスタファイル
001162         IF NOT 社員マスタ正常
001164           DISPLAY "社員マスタファイルが開けません"
001166           STOP RUN
001168         END-IF
001170       WHEN OTHER
001172         OPEN INPUT 給与台帳ファイル
001174         IF NOT 給与台帳正常
001176           DISPLAY "給与台帳ファイルが開けません"
001178           STOP RUN
001180         END-IF
001182     END-EVALUATE.
001184     IF NOT 賞与振込
001186       OPEN I-O 経費申請ファイル
001188       IF 経費申請正常
001190         SET 経費使用可 TO TRUE
001192       END-IF
001194     END-IF.
001200     OPEN INPUT 口座マスタファイル.
001210     OPEN OUTPUT 振込ファイル.
001220     OPEN OUTPUT コントロールリストファイル.
001240     MOVE 振込指定日 TO 編集振込指定日.
001250     MOVE ヘッダレコード編集域 TO 振込レコード.
001260     WRITE 振込レコード.
001262     EVALUATE TRUE
001264       WHEN 賞与振込
001266         MOVE "*** 賞与振込コントロールリスト ***"
001268           TO リスト行
001270       WHEN 経費振込
001272         MOVE "*** 経費振込コントロールリスト ***"
001274           TO リスト行
001276       WHEN OTHER
001278         MOVE "*** 給与振込コントロールリスト ***"
001280           TO リスト行
001282     END-EVALUATE.
001290     WRITE リスト行.
001300*
001302     EVALUATE TRUE
001304       WHEN 賞与振込
001306         PERFORM 賞与読込
001308         PERFORM 賞与振込判定 UNTIL 台帳終了
001310       WHEN 経費振込
001312         PERFORM 社員読込
001314         PERFORM 経費振込判定 UNTIL 台帳終了
001316       WHEN OTHER
001318         PERFORM 台帳読込
001320         PERFORM 振込明細判定 UNTIL 台帳終了
001322     END-EVALUATE.
001330*
001340     MOVE 明細件数 TO 編集合計件数.
001350     MOVE 合計金額 TO 編集合計金額.
001460     CLOSE コントロールリストファイル.
001470     CLOSE 振込ファイル.
001480     CLOSE 口座マスタファイル.
001481     EVALUATE TRUE
001482       WHEN 賞与振込
001483         CLOSE 賞与台帳ファイル
001484       WHEN 経費振込
001485         CLOSE 社員マスタファイル
001486         CLOSE 経費申請ファイル
001487       WHEN OTHER
001488         CLOSE 給与台帳ファイル
001489         CLOSE 経費申請ファイル
001490     END-EVALUATE.
001495     PERFORM 前回実行書換.
001500     DISPLAY "明細件数：" 明細件数.
001510     DISPLAY "口座未登録：" 未登録件数.
001511     DISPLAY "口座変更警告：" 口座変更警告件数.
001512     IF NOT 賞与振込
001513       DISPLAY "経費精算：" 経費振込件数
001514               " 金額：" 経費振込合計
001515     END-IF.
001516     IF 未登録件数 NOT = 0
001517       MOVE "W" TO 通知重大度
001518       MOVE SPACE TO 通知本文
001519       STRING "振込対象外あり　件数："
001520              未登録件数
001522              DELIMITED BY SIZE INTO 通知本文
001524       CALL "運用通知" USING 通知プログラム
001590*
001600 振込明細判定.
001610     IF 台帳支給年月 = 対象支給年月
001612       MOVE 台帳従業員番号 TO 振込従業員番号
001614       MOVE 台帳差引支給額 TO 振込差引支給額
001615*　差引支給額が正でない従業員の経費は臨時振込に回す。
001616       MOVE 0 TO 経費精算額
001617       IF 振込差引支給額 > 0
001618         PERFORM 経費加算
001620         ADD 経費精算額 TO 振込差引支給額
001622       END-IF
001624       PERFORM 振込明細出力
001626           THRU 振込明細出力出口
001630     END-IF.
001640     PERFORM 台帳読込.
001650*
001651 賞与読込.
001652     READ 賞与台帳ファイル NEXT RECORD
001653       AT END
001654         SET 台帳終了 TO TRUE
001655     END-READ.
001656*
001657 賞与振込判定.
001658     IF 賞与支給日 = 対象賞与支給日
001659       MOVE 賞与従業員番号 TO 振込従業員番号
001660       MOVE 賞与差引支給額 TO 振込差引支給額
001661       PERFORM 振込明細出力
001662           THRU 振込明細出力出口
001663     END-IF.
001664     PERFORM 賞与読込.
001665*
001666 社員読込.
001667     READ 社員マスタファイル NEXT RECORD
001668       AT END
001669         SET 台帳終了 TO TRUE
001670     END-READ.
001671*
001672*　経費の臨時振込。承認済の経費がある従業員にその合計を振り込む。
001673*
001674 経費振込判定.
001675     MOVE 社員番号 TO 振込従業員番号.
001676     PERFORM 経費加算.
001677     IF 経費精算額 > 0
001678       MOVE 経費精算額 TO 振込差引支給額
001679       PERFORM 振込明細出力
001680           THRU 振込明細出力出口
001681     END-IF.
001682     PERFORM 社員読込.
001683*
001684 振込明細出力.
001685*　遡及調整等で差引支給額が正でない場合は振込対象外とし，
001686*　リストで警告して別途精算に回す。
001687     IF 振込差引支給額 NOT > 0
001688       PERFORM 非正支給額警告
001689       GO TO 振込明細出力出口
001690     END-IF.
001691     MOVE 振込従業員番号 TO 口座従業員番号.
001692     READ 口座マスタファイル
001693       INVALID KEY
001700         PERFORM 口座未登録警告
001710         GO TO 振込明細出力出口
001720     END-READ.
001750     MOVE 預金種目       TO 編集預金種目.
001760     MOVE 口座番号       TO 編集口座番号.
001770     MOVE 口座名義       TO 編集受取人名.
001780     MOVE 振込差引支給額 TO 編集振込金額.
001790     MOVE データレコード編集域 TO 振込レコード.
001800     WRITE 振込レコード.
001810     ADD 1 TO 明細件数.
001820     ADD 振込差引支給額 TO 合計金額.
001830*
001840     MOVE 振込従業員番号 TO 編集従業員番号.
001850     MOVE 銀行コード     TO リスト銀行コード.
001860     MOVE 支店コード     TO リスト支店コード.
001870     MOVE 口座番号       TO リスト口座番号.
001880     MOVE 振込差引支給額 TO リスト金額.
001890     MOVE リスト行編集域 TO リスト行.
001900     WRITE リスト行.
001910*
001912     IF 経費精算額 > 0
001914       PERFORM 経費支払済更新
001916     END-IF.
001918*
001920 振込明細出力出口.
001930     EXIT.
001935*
001936 非正支給額警告.
001941     MOVE SPACE TO リスト行.
001942     STRING "警告：差引支給額が正ではありません "
001943            振込従業員番号
001944            DELIMITED BY SIZE INTO リスト行.
001945     WRITE リスト行.
001946     ADD 1 TO 未登録件数.
001948 口座変更警告.
001949     MOVE SPACE TO リスト行.
001950     STRING "警告：前回作成後に口座変更 "
001951           振込従業員番号
001952           " 変更:" 口座変更日時
001953           DELIMITED BY SIZE INTO リスト行.
001954     WRITE リスト行.
001976 口座未登録警告.
001977     MOVE SPACE TO リスト行.
001978     STRING "警告：口座未登録　従業員番号："
001980            振込従業員番号
001990            DELIMITED BY SIZE INTO リスト行.
002000     WRITE リスト行.
002010     ADD 1 TO 未登録件数.
002020*
002030*　給与の振込日。振込指定日の月が支給月より前なら翌年とする。
002040*
002050 給与振込日決定.
002060     MOVE 対象支給年 TO 振込年.
002070     MOVE 振込指定日 TO 振込月日.
002080     IF 振込指定月 < 対象支給月
002090       ADD 1 TO 振込年
002100     END-IF.
002110*
002120*　振込対象の従業員の支払う経費を合計する。承認済の経費と，同じ
002130*　振込日・同じ支払区分で支払済にした経費（再実行時）が対象。
002140*
002150 経費加算.
002160     MOVE 0 TO 経費精算額.
002170     IF NOT 経費使用可
002180       EXIT PARAGRAPH
002190     END-IF.
002200     PERFORM 経費位置付け.
002210     PERFORM 経費集計明細 UNTIL 経費終了.
002220*
002230 経費位置付け.
002240     MOVE "N" TO 経費終了フラグ.
002250     MOVE 振込従業員番号 TO 経費従業員番号.
002260     MOVE 0 TO 経費日付.
002270     MOVE 0 TO 経費連番.
002280     START 経費申請ファイル KEY NOT < 経費キー
002290       INVALID KEY
002300         SET 経費終了 TO TRUE
002310     END-START.
002320*
002330 経費集計明細.
002340     READ 経費申請ファイル NEXT RECORD
002350       AT END
002360         SET 経費終了 TO TRUE
002370       NOT AT END
002380         IF 経費従業員番号 NOT = 振込従業員番号
002390           SET 経費終了 TO TRUE
002400         ELSE
002410           PERFORM 経費支払対象判定
002420           IF 経費支払対象
002430             ADD 経費金額 TO 経費精算額
002440           END-IF
002450         END-IF
002460     END-READ.
002470*
002480 経費支払対象判定.
002490     MOVE "N" TO 経費対象フラグ.
002500     IF 経費承認済
002510       SET 経費支払対象 TO TRUE
002520     END-IF.
002530     IF 経費支払済
002540        AND 経費支払日 = 振込年月日
002550        AND 経費支払区分 = 今回経費支払区分
002560       SET 経費支払対象 TO TRUE
002570     END-IF.
002580*
002590*　振込データに載せた経費を支払済にし，リストへ内訳を出す。
002600*
002610 経費支払済更新.
002620     PERFORM 経費位置付け.
002630     PERFORM 経費支払済明細 UNTIL 経費終了.
002640     MOVE SPACE TO リスト行.
002650     STRING "　うち経費精算：" 経費精算額
002660            DELIMITED BY SIZE INTO リスト行.
002670     WRITE リスト行.
002680     ADD 1          TO 経費振込件数.
002690     ADD 経費精算額 TO 経費振込合計.
002700*
002710 経費支払済明細.
002720     READ 経費申請ファイル NEXT RECORD
002730       AT END
002740         SET 経費終了 TO TRUE
002750       NOT AT END
002760         IF 経費従業員番号 NOT = 振込従業員番号
002770           SET 経費終了 TO TRUE
002780         ELSE
002790           PERFORM 経費支払対象判定
002800           IF 経費支払対象
002810             SET 経費支払済 TO TRUE
002820             MOVE 振込年月日 TO 経費支払日
002830             MOVE 今回経費支払区分 TO 経費支払区分
002840             REWRITE 経費申請レコード
002850           END-IF
002860         END-IF
002870     END-READ.
