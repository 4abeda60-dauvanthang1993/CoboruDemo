003800      03 暗証番号     PIC  9(4).
003900      03 休眠区分     PIC  X(1).
004000         88 休眠中     VALUE "1".
004050         88 解約済     VALUE "9".
004100*
004200 FD   取引ログファイル.
004300      COPY TORILOG.
017100            MOVE 貯金番号 TO 口座番号添字
017200            IF NOT 活動あり(口座番号添字)
017300               AND NOT 休眠中
017350               AND NOT 解約済
017400                  PERFORM 休眠口座登録
017500            END-IF
017510      ELSE
