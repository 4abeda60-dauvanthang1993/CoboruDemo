000600*　出され，予約履歴ファイル（RSVHIST）と待ち行列ファイル
000700*　（WAITLIST）へ記録を残す。これにより利用状況報告・部門課金・
000800*　待ち行列昇格が実際の予約操作を元に動く。
000833*　　確定の記録では部門コードを受け付け，部門別予約枠（RSVWAKU）
000866*　を超える予約は承認待ち（保留）として記録する。
000877*　　取消の記録では，同じ会議室・日・時間枠の有効な予約に付いた
000888*　仕出し・サービス注文（SHIDAYOY）を取り消す。
000900*
001000*　　画面側の時間枠は 'AM'／'PM' の２区分のため，履歴上は
001100*　ＡＭ＝０９００−１２００，ＰＭ＝１３００−１７００として
003400 77  走査終了フラグ          PIC  X(01).
003500     88  走査終了            VALUE "Y".
003600 77  次予約番号              PIC  9(06).
003607 77  記録状態                PIC  X(01).
003614 77  検査会議室番号          PIC  9(04).
003621 77  検査利用日              PIC  9(08).
003628 77  検査開始時刻            PIC  9(04).
003635 77  検査終了時刻            PIC  9(04).
003642 77  枠検査部門コード        PIC  X(04).
003649 77  枠結果                  PIC  9(01).
003656 77  枠走査終了フラグ        PIC  X(01).
003663     88  枠走査終了          VALUE "Y".
003670 77  履歴使用分              PIC S9(05).
003677 77  部門使用分              PIC  9(08).
003684 77  部門会議室使用分        PIC  9(08).
003689 77  付帯取消件数            PIC  9(04).
003694 77  取消元予約番号          PIC  9(06).
003700 01  現在日時.
003800     02  現在日時１４        PIC  X(14).
003900     02  FILLER              PIC  X(07).
005000     IF NOT 予約履歴正常
005100       EXIT PROGRAM
005200     END-IF.
005216     MOVE SPACE    TO 枠検査部門コード.
005232     MOVE 記録区分 TO 記録状態.
005240     MOVE 0        TO 取消元予約番号.
005248     IF 記録区分 = "1"
005264       PERFORM 部門枠確認
005280     END-IF.
005285     IF 記録区分 = "2"
005290       PERFORM 取消元予約検索
005295     END-IF.
005300     PERFORM 予約番号採番.
005400     MOVE 次予約番号       TO 履歴予約番号.
005500     MOVE 記録会議室番号   TO 履歴会議室番号.
006100       MOVE 0900 TO 履歴開始時刻
006200       MOVE 1200 TO 履歴終了時刻
006300     END-IF.
006366     MOVE SPACE TO 履歴申込者.
006432     MOVE 枠検査部門コード TO 履歴部門コード.
006500     MOVE 記録状態 TO 履歴状態.
006600     MOVE SPACE TO 履歴チェックイン.
006700     MOVE FUNCTION CURRENT-DATE TO 現在日時.
006800     MOVE 現在日時１４ TO 履歴登録日時.
006900     WRITE 予約履歴レコード.
007000     CLOSE 予約履歴ファイル.
007020     IF 取消元予約番号 NOT = 0
007040       CALL "付帯注文取消" USING 取消元予約番号
007060                                 付帯取消件数
007080     END-IF.
007100     EXIT PROGRAM.
007103*
007106*　取消の記録では，同じ会議室・予約日・時間枠の有効な予約（確
007109*　定・保留）を探し，付帯注文の取消対象とする。
007112*
007115 取消元予約検索.
007118     MOVE 0900 TO 検査開始時刻.
007121     IF 記録時間枠 = "PM" OR "pm"
007124       MOVE 1300 TO 検査開始時刻
007127     END-IF.
007130     MOVE "N" TO 走査終了フラグ.
007133     MOVE 0 TO 履歴予約番号.
007136     START 予約履歴ファイル KEY > 履歴予約番号
007139       INVALID KEY
007142         SET 走査終了 TO TRUE
007145     END-START.
007148     PERFORM 取消元予約照合 UNTIL 走査終了.
007151*
007154 取消元予約照合.
007157     READ 予約履歴ファイル NEXT RECORD
007160       AT END
007163         SET 走査終了 TO TRUE
007166       NOT AT END
007169         IF (履歴確定 OR 履歴保留)
007172            AND 履歴会議室番号 = 記録会議室番号
007175            AND 履歴利用日 = 記録予約日
007178            AND 履歴開始時刻 = 検査開始時刻
007181           MOVE 履歴予約番号 TO 取消元予約番号
007184         END-IF
007187     END-READ.
007200*
007300 予約番号採番.
007400     MOVE 1 TO 次予約番号.
008700       NOT AT END
008800         COMPUTE 次予約番号 = 履歴予約番号 + 1
008900     END-READ.
008901*
008902*　予約画面は部門を持たないため，確定の記録時に部門コードを
008903*　受け付け，部門別予約枠を超える予約は謝絶せずに承認待ち
008904*　（保留）として記録し，承認（SHONIN）へ回す。
008905*
008906 部門枠確認.
008907     DISPLAY "部門コードを入力してください".
008908     ACCEPT 枠検査部門コード FROM CONSOLE.
008909     MOVE 記録会議室番号 TO 検査会議室番号.
008910     MOVE 記録予約日     TO 検査利用日.
008911     IF 記録時間枠 = "PM" OR "pm"
008912       MOVE 1300 TO 検査開始時刻
008913       MOVE 1700 TO 検査終了時刻
008914     ELSE
008915       MOVE 0900 TO 検査開始時刻
008916       MOVE 1200 TO 検査終了時刻
008917     END-IF.
008918     PERFORM 部門枠チェック.
008919     IF 枠結果 NOT = 0
008920       MOVE "3" TO 記録状態
008921       DISPLAY "部門の月間予約枠を超えるため"
008922               "承認待ちとしました"
008923     END-IF.
008924*
008925*　申込部門の当月の確定時間（全会議室・当該会議室）に今回の
008926*　時間を加えて部門別予約枠と照らす。結果（０：枠内／１：全
008927*　会議室枠超過／２：会議室枠超過）を枠結果に返す。
008928*
008929 部門枠チェック.
008930     MOVE 0 TO 枠結果.
008931     IF 枠検査部門コード = SPACE
008932       EXIT PARAGRAPH
008933     END-IF.
008934     MOVE 0 TO 部門使用分 部門会議室使用分.
008935     MOVE "N" TO 枠走査終了フラグ.
008936     MOVE 0 TO 履歴予約番号.
008937     START 予約履歴ファイル KEY > 履歴予約番号
008938       INVALID KEY
008939         SET 枠走査終了 TO TRUE
008940     END-START.
008941     PERFORM 部門枠明細 UNTIL 枠走査終了.
008942     COMPUTE 履歴使用分 =
008943         FUNCTION INTEGER(検査終了時刻 / 100) * 60
008944       + FUNCTION MOD(検査終了時刻 100)
008945       - FUNCTION INTEGER(検査開始時刻 / 100) * 60
008946       - FUNCTION MOD(検査開始時刻 100).
008947     ADD 履歴使用分 TO 部門使用分
008948                       部門会議室使用分.
008949     CALL "予約枠判定" USING 枠検査部門コード
008950          検査会議室番号 部門使用分
008951          部門会議室使用分 枠結果.
008952*
008953 部門枠明細.
008954     READ 予約履歴ファイル NEXT RECORD
008955       AT END
008956         SET 枠走査終了 TO TRUE
008957       NOT AT END
008958         IF 履歴確定
008959            AND 履歴部門コード = 枠検査部門コード
008960            AND 履歴利用日(1:6) = 検査利用日(1:6)
008961           PERFORM 部門使用時間積上
008962         END-IF
008963     END-READ.
008964*
008965 部門使用時間積上.
008966     COMPUTE 履歴使用分 =
008967         FUNCTION INTEGER(履歴終了時刻 / 100) * 60
008968       + FUNCTION MOD(履歴終了時刻 100)
008969       - FUNCTION INTEGER(履歴開始時刻 / 100) * 60
008970       - FUNCTION MOD(履歴開始時刻 100).
008971     IF 履歴使用分 > 0
008972       ADD 履歴使用分 TO 部門使用分
008973       IF 履歴会議室番号 = 検査会議室番号
008974         ADD 履歴使用分 TO 部門会議室使用分
008975       END-IF
008976     END-IF.
009000 END PROGRAM "予約履歴記録".
009100*
009200*========================================================================
