000020*　日次打刻取込バッチ　　　　　　　　−オブジェクト指向サンプル−
000030*
000040*　　タイムレコーダの出力（従業員番号・年月日・出社時刻・
000050*　退社時刻）を検査しながら打刻ファイルへ取り込む。その日に
000060*　その従業員へ割り当てた勤務区分（勤務区分取得サブルーチン）
000062*　の始業・終業に対して遅刻・早退の印を付ける。フレックスタイム
000064*　の従業員はコアタイムの開始に遅れた出社を遅刻，終了前の退社を
000066*　早退とし，コアタイムの無い区分では印を付けない。終業時刻が
000068*　始業時刻以前の夜勤の区分に限り，退社時刻が出社時刻より前の
000069*　打刻を翌日退社として受け付ける。
000070*　月次の勤怠確定は締めバッチ（KINMUSIME）が打刻から導出し，
000080*　３６協定の監視はKANSHI36が行う。
000090*
000510         03  打刻従業員番号  PIC  9(004).
000520         03  打刻年月日      PIC  9(008).
000530     02  打刻出社時刻        PIC  9(004).
000532     02  打刻出社分解  REDEFINES 打刻出社時刻.
000534         03  出社時刻時      PIC  9(002).
000536         03  出社時刻分      PIC  9(002).
000540     02  打刻退社時刻        PIC  9(004).
000542     02  打刻退社分解  REDEFINES 打刻退社時刻.
000544         03  退社時刻時      PIC  9(002).
000546         03  退社時刻分      PIC  9(002).
000550     02  遅刻区分            PIC  X(001).
000560         88  遅刻            VALUE "1".
000570     02  早退区分            PIC  X(001).
000710 01  エラー件数              PIC  9(05)  VALUE 0.
000720 01  エラー理由              PIC  X(36).
000730 01  既存フラグ              PIC  X(01).
000740 01  出社分                  PIC S9(05).
000742 01  退社分                  PIC S9(05).
000744 01  基準開始分              PIC S9(05).
000746 01  基準終了分              PIC S9(05).
000748 01  勤務区分結果            PIC  9(01).
000750 01  勤務対象日              PIC  9(08).
000752     COPY KINMUKBR.
000760*
000770 PROCEDURE  DIVISION.
000780     DISPLAY "日次打刻取込バッチ".
001360       MOVE "時刻が範囲外です" TO エラー理由
001370       GO TO 入力行検査出口
001380     END-IF.
001382     MOVE 入力年月日 TO 勤務対象日.
001384     CALL "勤務区分取得" USING 社員番号 勤務対象日
001386          勤務区分レコード 勤務区分結果.
001390     IF 入力退社時刻 < 入力出社時刻
001392        AND 所定終業時刻 > 所定始業時刻
001400       MOVE "退社時刻が出社時刻より前です"
001410         TO エラー理由
001420     END-IF.
001570     MOVE 入力出社時刻   TO 打刻出社時刻.
001580     MOVE 入力退社時刻   TO 打刻退社時刻.
001590     MOVE SPACE TO 遅刻区分 早退区分.
001600     PERFORM 遅刻早退判定.
001660     IF 既存フラグ = "Y"
001670       REWRITE 打刻レコード
001680     ELSE
001760            DELIMITED BY SIZE
001770       INTO エラーリスト行.
001780     WRITE エラーリスト行.
001790*
001800*　割り当てた勤務区分の始業・終業（フレックスタイムはコアタイム）
001810*　と打刻を分に直して比べる。夜勤は翌日分を２４時間後とする。
001820*
001830 遅刻早退判定.
001840     IF フレックス勤務
001850       IF コア開始時刻 = コア終了時刻
001860         EXIT PARAGRAPH
001870       END-IF
001880       COMPUTE 基準開始分 =
001885           コア開始時 * 60 + コア開始分
001890       COMPUTE 基準終了分 =
001895           コア終了時 * 60 + コア終了分
001900     ELSE
001910       COMPUTE 基準開始分 =
001915           所定始業時 * 60 + 所定始業分
001920       COMPUTE 基準終了分 =
001925           所定終業時 * 60 + 所定終業分
001930     END-IF.
001940     COMPUTE 出社分 =
001950         出社時刻時 * 60 + 出社時刻分.
001960     COMPUTE 退社分 =
001970         退社時刻時 * 60 + 退社時刻分.
001980     IF 基準終了分 <= 基準開始分
001990       ADD 1440 TO 基準終了分
002000       IF 退社分 <= 出社分
002010         ADD 1440 TO 退社分
002020       END-IF
002030     END-IF.
002040     IF 出社分 > 基準開始分
002050       SET 遅刻 TO TRUE
002060     END-IF.
002070     IF 退社分 < 基準終了分
002080       SET 早退 TO TRUE
002090     END-IF.
