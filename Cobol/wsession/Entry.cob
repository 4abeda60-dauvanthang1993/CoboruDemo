000070*
000080*  �t�@�C�����F ENTRY.COB
000090*  ����T�v  �F �t�@�C���Ƀf�[�^�������o���A�Z�V�������I�����܂��B
000095*               閾値を超える取引は第二認証のコードを照合する。
000100*
000110* Copyright 2000-2015 FUJITSU LIMITED
000120*=================================================================
000210     COPY COBW3.
000220*
000230     COPY GETDATA.
000232     COPY TRDOTP.
000234 01 取引金額                PIC 9(16).
000236 01 追加認証コード          PIC X(06).
000238 01 追加認証結果            PIC 9(09) COMP-5.
000240 01 �Z�V�����n�a�i                OBJECT REFERENCE.
000250 01 HTMLFILENAME                  PIC X(40).
000260 01 PATHSIZE                      PIC 9(05).
001020     CALL "COBW3_GET_VALUE_XX" USING COBW3.
001030*
001040     IF COBW3-GET-DATA = "CONFIRM" THEN
001042       *> 閾値超の取引は第二認証を照合する
001044       MOVE G-MONEY TO 取引金額
001046       IF 取引金額 > 追加認証閾値 THEN
001048         PERFORM 追加認証確認処理
001049       END-IF
001050       *> �m�F�̏ꍇ�t�@�C�����X�V����
001060       INVOKE �Z�V�����n�a�i "�X�V" RETURNING RETURNVALUE
001070       *> �ϊ��f�[�^�̓o�^
002190*
002200 ��ʏo�͏����I��.
002210     EXIT.
002220*
002230*=================================================================
002240*  追加認証確認処理
002250*    確認画面で入力された第二認証のコードを照合する。
002260*=================================================================
002270 追加認証確認処理 SECTION.
002280     MOVE "OTP"  TO COBW3-SEARCH-DATA.
002290     CALL "COBW3_GET_VALUE_XX" USING COBW3.
002300     IF COBW3-SEARCH-FLAG-EXIST THEN
002310         MOVE COBW3-GET-DATA TO 追加認証コード
002320     ELSE
002330         MOVE SPACE TO 追加認証コード
002340     END-IF.
002350     CALL "第二認証確認" USING G-USERID
002355          追加認証コード
002360          RETURNING 追加認証結果.
002370     IF 追加認証結果 NOT = 0 THEN
002380         INVOKE �Z�V�����n�a�i "�I������"
002390         CALL "COBW3_END_SESSION" USING COBW3
002400         MOVE "OtpFail.html" TO HTMLFILENAME
002410         PERFORM ��ʏo�͏���
002420         GO TO �I���ʒu
002430     END-IF.
002440 追加認証確認処理終了.
002450     EXIT.
