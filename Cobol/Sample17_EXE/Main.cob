011600  01 ��c���f�[�^                     TYPE ��c���d�l.
011700  01 ���t                             PIC X(8).
011800  01 �����R�[�h                       PIC S9(8) BINARY.
011850  01 組合せ結果                       PIC 9(01).
011900 PROCEDURE       DIVISION.
012000*
012100* ���t�w��
015000     ACCEPT     ��c����  OF �\��f�[�^ FROM CONS
015100     DISPLAY "�@���Ԙg�@�@�i'AM' or 'PM'�j�@�@�@ �F�@" WITH NO ADVANCING
015200     ACCEPT     ���Ԙg    OF �\��f�[�^ FROM CONS
015207*　組合せ会議室の全体と構成室が同じ枠で重ならないよう，
015214*　予約履歴ファイルの確定予約と突き合わせる
015221     CALL "組合せ重複チェック" USING
015228          BY CONTENT ��c���� OF �\��f�[�^
015235          BY CONTENT �\��� OF �\��f�[�^
015242          BY CONTENT ���Ԙg OF �\��f�[�^
015249          BY REFERENCE 組合せ結果
015256     IF 組合せ結果 = 1 THEN
015263       DISPLAY "組合せ会議室の予約と重なるため予約できません"
015270       PERFORM �m�F���
015277       GO TO ���t�w����
015284     END-IF
015300*
015400* �\��E�Q��
015500*
