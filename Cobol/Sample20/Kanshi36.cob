000060*　割合で月末時点の残業時間を予測する。予測が協定上限
000070*　（月４５時間）を超える従業員に警告印を付け，管理者向けの
000080*　監視リストを出力する。
000081*　　残業時間はその日にその従業員へ割り当てた勤務区分（勤務区分
000082*　取得サブルーチン）の休憩と所定労働時間で判定する。フレックス
000083*　タイムの日は，当月の実働のうち経過した営業日分の総枠（標準
000084*　労働時間×フレックスで働いた営業日数）を超えた分を実績とする。
000085*　退社時刻が出社時刻以前の打刻は翌日退社とみなす。
000090*
000100*                              Copyright 1998-2015 FUJITSU LIMITED
000110*=====================================================================
000670 01  暦結果日                PIC  9(08).
000680 01  暦営業日数              PIC S9(05).
000690 01  暦結果                  PIC  9(01).
000692 01  勤務区分結果            PIC  9(01).
000694 01  フレ総枠分              PIC S9(06).
000696 01  フレ超過分              PIC S9(06).
000698     COPY KINMUKBR.
000700 01  現在日時.
000710     02  現在日時８          PIC  9(08).
000720     02  FILLER              PIC  X(13).
000750     02  監視明細  OCCURS 200.
000760         03  監視従業員番号  PIC  9(04).
000770         03  監視残業分計    PIC S9(06).
000772         03  監視定時日数    PIC  9(02).
000774         03  監視フレ分計    PIC S9(06).
000776         03  監視フレ所定分  PIC  9(03).
000780*
000790 01  リスト行編集域.
000800     02  編集従業員番号      PIC  9(04).
001560             出社時刻時 * 60 + 出社時刻分
001580         COMPUTE 退社分 =
001590             退社時刻時 * 60 + 退社時刻分
001592         IF 退社分 <= 出社分
001594           ADD 1440 TO 退社分
001596         END-IF
001598         CALL "勤務区分取得" USING 打刻従業員番号
001600              打刻年月日 勤務区分レコード
001602              勤務区分結果
001610         COMPUTE 実働分 =
001630             退社分 - 出社分 - 所定休憩分
001650         PERFORM 勤務区分別集計
001670       END-IF
001680     END-IF.
001690     PERFORM 打刻読込.
001840       MOVE 打刻従業員番号
001850         TO 監視従業員番号(社員添字)
001860     END-IF.
001861*
001862*　定時・シフト勤務の日は所定労働時間を超えた分を残業とし，
001863*　フレックスタイムの日の実働は月の清算のために積む。
001864*
001865 勤務区分別集計.
001866     IF フレックス勤務
001867       IF 実働分 > 0
001868         ADD 実働分 TO 監視フレ分計(社員添字)
001869       END-IF
001870       MOVE 所定労働分 TO 監視フレ所定分(社員添字)
001871       EXIT PARAGRAPH
001872     END-IF.
001873     COMPUTE 残業分 = 実働分 - 所定労働分.
001874     IF 残業分 > 0
001875       ADD 残業分 TO 監視残業分計(社員添字)
001876     END-IF.
001877     MOVE 打刻年月日 TO 暦基準日.
001878     MOVE "1" TO 暦機能区分.
001879     CALL "暦日計算" USING 暦機能区分 暦基準日
001880          暦相手日 暦結果日 暦営業日数 暦結果.
001881     IF 暦結果 = 0
001882       ADD 1 TO 監視定時日数(社員添字)
001883     END-IF.
001884*
001885 監視行出力.
001886     MOVE 0 TO フレ超過分.
001887     IF 監視フレ分計(社員添字) > 0
001888       COMPUTE フレ総枠分 =
001889           監視フレ所定分(社員添字)
001890         * (経過営業日数 - 監視定時日数(社員添字))
001891       IF フレ総枠分 < 0
001892         MOVE 0 TO フレ総枠分
001893       END-IF
001894       COMPUTE フレ超過分 =
001895           監視フレ分計(社員添字) - フレ総枠分
001896       IF フレ超過分 < 0
001897         MOVE 0 TO フレ超過分
001898       END-IF
001899     END-IF.
001900     COMPUTE 実績時間 ROUNDED =
001901         (監視残業分計(社員添字) + フレ超過分)
001905         / 60.
001910     COMPUTE 予測時間 ROUNDED =
001920         実績時間 * 月営業日数 / 経過営業日数.
001930     MOVE 監視従業員番号(社員添字)
