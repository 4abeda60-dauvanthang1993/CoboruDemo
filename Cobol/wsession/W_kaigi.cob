001000*               Webからの予約もRSVHISTに同じ形で残るため，
001100*               SHONIN・CHECKIN・SEIKYU17はそのまま動く。
001200*               自分の予約の一覧と取消もここで行う。
001233*               組合せ会議室（ROOMKM）は全体と構成室の予約を
001266*               互いに二重予約として扱う。
001277*               部門別予約枠（RSVWAKU）を超える予約は承認待ち
001288*               （保留）で受け付け，SHONINへ回す。
001292*               予約を取り消すと，その予約に付けた仕出し・
001296*               サービス注文（SHIDAYOY）も取り消す。
001297*               ログインはパスワードのあと第二認証（ワンタイム
001298*               コード）も確かめる。
001300*
001400* Copyright 2000-2015 FUJITSU LIMITED
001500*=================================================================
005600     88  重複あり            VALUE "Y".
005700 77  重複走査終了フラグ      PIC  X(01).
005800     88  重複走査終了        VALUE "Y".
005820 77  関連会議室件数          PIC  9(02).
005840 77  関連添字                PIC  9(02).
005860 77  関連該当フラグ          PIC  X(01).
005880     88  関連会議室該当      VALUE "Y".
005882 77  枠検査部門コード        PIC  X(04).
005884 77  枠結果                  PIC  9(01).
005886 77  枠走査終了フラグ        PIC  X(01).
005888     88  枠走査終了          VALUE "Y".
005890 77  履歴使用分              PIC S9(05).
005892 77  部門使用分              PIC  9(08).
005894 77  部門会議室使用分        PIC  9(08).
005897 77  付帯取消件数            PIC  9(04).
005900 77  ログインユーザID        PIC  X(32).
005910 77  入力パスワード          PIC  X(32).
005920 77  承認確認結果            PIC  9(01).
005930 77  承認確認理由            PIC  X(40).
005947 77  第二認証欄番号          PIC  9(02).
005964 77  第二認証コード          PIC  X(06).
005981 77  第二認証返却値          PIC  9(09)  COMP-5.
006000 77  利用者名                PIC  X(20).
006100 77  次予約番号              PIC  9(06).
006200 77  検査会議室番号          PIC  9(04).
007600 77  暦営業日数              PIC S9(05).
007700 77  暦結果                  PIC  9(01).
007800 77  暦続行確認              PIC  X(01).
007833 01  関連会議室表.
007866     02  関連会議室番号      PIC  9(04)  OCCURS 20.
007900 01  現在日時.
008000     02  現在日時１４        PIC  X(14).
008100     02  FILLER              PIC  X(07).
008782         DISPLAY "未承認または未登録の利用者です"
008784         STOP RUN
008786     END-EVALUATE.
008793     PERFORM 第二認証処理.
008800     MOVE ログインユーザID(1:20) TO 利用者名.
008900     OPEN I-O 予約履歴ファイル.
009000     OPEN INPUT 会議室マスタファイル.
021700       DISPLAY "待ち行列はMACHLSTへ登録してください"
021800       GO TO 予約登録処理出口
021900     END-IF.
021916*　部門別予約枠を超える予約は謝絶せず，承認待ち（保留）で
021932*　起こして承認（SHONIN）へ回す。
021948     DISPLAY "部門コードを入力してください".
021964     ACCEPT 枠検査部門コード FROM CONSOLE.
021980     PERFORM 部門枠チェック.
022000*
022100     PERFORM 予約番号採番.
022200     MOVE 次予約番号     TO 履歴予約番号.
022500     MOVE 指定開始時刻   TO 履歴開始時刻.
022600     MOVE 指定終了時刻   TO 履歴終了時刻.
022700     MOVE 利用者名       TO 履歴申込者.
022800     MOVE 枠検査部門コード TO 履歴部門コード.
023000     IF 要承認 OR 枠結果 NOT = 0
023100       SET 履歴保留 TO TRUE
023200     ELSE
023300       SET 履歴確定 TO TRUE
023600     MOVE FUNCTION CURRENT-DATE TO 現在日時.
023700     MOVE 現在日時１４ TO 履歴登録日時.
023800     WRITE 予約履歴レコード.
023820     IF 枠結果 NOT = 0
023840       DISPLAY "部門の月間予約枠を超えるため"
023860               "承認待ちとしました"
023880     END-IF.
023900     IF 履歴保留
024000       DISPLAY "承認待ちで受け付け 予約番号："
024100               履歴予約番号
029100     END-IF.
029200     SET 履歴取消 TO TRUE.
029300     REWRITE 予約履歴レコード.
029333     CALL "付帯注文取消" USING 履歴予約番号
029366                               付帯取消件数.
029400     DISPLAY "取消しました".
029500*
029600 予約取消処理出口.
029900*　確定済の予約だけを衝突の対象として，同一会議室・同一利用
030000*　日で時間帯の重なる予約が無いか調べる。
030100*
030133*　組合せ会議室は全体と構成室を互いに衝突の対象とする。
030166*
030200 会議室重複チェック.
030233     CALL "関連会議室取得" USING 検査会議室番号
030266          関連会議室件数 関連会議室表.
030300     MOVE SPACE TO 重複フラグ.
030400     MOVE "N" TO 重複走査終了フラグ.
030500     MOVE 0 TO 履歴予約番号.
031500         SET 重複走査終了 TO TRUE
031600       NOT AT END
031700         IF 履歴確定
031900            AND 履歴利用日 = 検査利用日
032000            AND 履歴開始時刻 < 検査終了時刻
032100            AND 履歴終了時刻 > 検査開始時刻
032140           PERFORM 関連会議室照合
032180           IF 関連会議室該当
032220             SET 重複あり TO TRUE
032260           END-IF
032300         END-IF
032400     END-READ.
032408*
032416 関連会議室照合.
032424     MOVE SPACE TO 関連該当フラグ.
032432     PERFORM 関連会議室比較
032440         VARYING 関連添字 FROM 1 BY 1
032448         UNTIL 関連添字 > 関連会議室件数.
032456*
032464 関連会議室比較.
032472     IF 関連会議室番号(関連添字)
032476        = 履歴会議室番号
032480       SET 関連会議室該当 TO TRUE
032488     END-IF.
032500*
032600 予約番号採番.
032700     MOVE 1 TO 次予約番号.
034000       NOT AT END
034100         COMPUTE 次予約番号 = 履歴予約番号 + 1
034200     END-READ.
034300*
034400*　申込部門の当月の確定時間（全会議室・当該会議室）に今回の
034500*　時間を加えて部門別予約枠と照らす。結果（０：枠内／１：全
034600*　会議室枠超過／２：会議室枠超過）を枠結果に返す。
034700*
034800 部門枠チェック.
034900     MOVE 0 TO 枠結果.
035000     IF 枠検査部門コード = SPACE
035100       EXIT PARAGRAPH
035200     END-IF.
035300     MOVE 0 TO 部門使用分 部門会議室使用分.
035400     MOVE "N" TO 枠走査終了フラグ.
035500     MOVE 0 TO 履歴予約番号.
035600     START 予約履歴ファイル KEY > 履歴予約番号
035700       INVALID KEY
035800         SET 枠走査終了 TO TRUE
035900     END-START.
036000     PERFORM 部門枠明細 UNTIL 枠走査終了.
036100     COMPUTE 履歴使用分 =
036200         FUNCTION INTEGER(検査終了時刻 / 100) * 60
036300       + FUNCTION MOD(検査終了時刻 100)
036400       - FUNCTION INTEGER(検査開始時刻 / 100) * 60
036500       - FUNCTION MOD(検査開始時刻 100).
036600     ADD 履歴使用分 TO 部門使用分
036700                       部門会議室使用分.
036800     CALL "予約枠判定" USING 枠検査部門コード
036900          検査会議室番号 部門使用分
037000          部門会議室使用分 枠結果.
037100*
037200 部門枠明細.
037300     READ 予約履歴ファイル NEXT RECORD
037400       AT END
037500         SET 枠走査終了 TO TRUE
037600       NOT AT END
037700         IF 履歴確定
037800            AND 履歴部門コード = 枠検査部門コード
037900            AND 履歴利用日(1:6) = 検査利用日(1:6)
038000           PERFORM 部門使用時間積上
038100         END-IF
038200     END-READ.
038300*
038400 部門使用時間積上.
038500     COMPUTE 履歴使用分 =
038600         FUNCTION INTEGER(履歴終了時刻 / 100) * 60
038700       + FUNCTION MOD(履歴終了時刻 100)
038800       - FUNCTION INTEGER(履歴開始時刻 / 100) * 60
038900       - FUNCTION MOD(履歴開始時刻 100).
039000     IF 履歴使用分 > 0
039100       ADD 履歴使用分 TO 部門使用分
039200       IF 履歴会議室番号 = 検査会議室番号
039300         ADD 履歴使用分 TO 部門会議室使用分
039400       END-IF
039500     END-IF.
039600*
039700*　パスワードが通った利用者に第二認証のコードを答えさせる。
039800*　連絡先送付は送ったコードを，コードカードは指定欄のコードを
039900*　入力させる。失敗は認証ロックの失敗回数に数えられる。
040000*
040100 第二認証処理.
040200     CALL "第二認証要求" USING ログインユーザID
040300          第二認証欄番号 RETURNING 第二認証返却値.
040400     EVALUATE 第二認証返却値
040500       WHEN 0
040600         CONTINUE
040700       WHEN 1
040800         DISPLAY "第二認証が未登録です"
040900         STOP RUN
041000       WHEN 5
041100         DISPLAY "ロックされています"
041200         STOP RUN
041300       WHEN OTHER
041400         DISPLAY "第二認証を要求できません"
041500         STOP RUN
041600     END-EVALUATE.
041700     IF 第二認証欄番号 = 0
041800       DISPLAY "連絡先へ送付したコードを入力"
041900     ELSE
042000       DISPLAY "コードカード" 第二認証欄番号
042100               "欄のコードを入力"
042200     END-IF.
042300     ACCEPT 第二認証コード FROM CONSOLE.
042400     CALL "第二認証確認" USING ログインユーザID
042500          第二認証コード RETURNING 第二認証返却値.
042600     EVALUATE 第二認証返却値
042700       WHEN 0
042800         CONTINUE
042900       WHEN 5
043000         DISPLAY "コード誤りによりロックしました"
043100         STOP RUN
043200       WHEN 6
043300         DISPLAY "コードの有効時間を過ぎました"
043400         STOP RUN
043500       WHEN OTHER
043600         DISPLAY "コードが一致しません"
043700         STOP RUN
043800     END-EVALUATE.
