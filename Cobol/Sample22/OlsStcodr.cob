000800*  �t�@�C�����F OLSSRCODR.cob
000900*  ����T�v  �F �I�����C���V���b�s���O�̂��߂́A�݌Ƀf�[�^�̍X�V
001000*               �ƃI�[�_�[�f�[�^�̓o�^���s���B
001050*               セット商品は構成商品の在庫を落とす。
001100*  �p�����[�^�F
001200*     �������F�I�[�_�[���(�W�c����)
001300*     ���A�l
012200   02 �݌ɐ�                pic 9(10).
012300 working-storage section.
012400 01 �݌ɏ��t�@�C�����o�͏��       pic x(02).
012410 01 構成件数                pic 9(02).
012420 01 構成表.
012430   02 構成明細 occurs 20.
012440     03 構成商品番号        pic x(10).
012450     03 構成数量            pic 9(04).
012460 01 構成添字                pic 9(03) comp-5.
012470 01 セット取得結果          pic 9(01).
012480   88 セット商品            value 0.
012490 01 構成必要数              pic 9(11).
012495 01 構成不足件数            pic 9(02).
012500 linkage         section.
012600 01 orderProductNumber      pic x(10).
012700 01 orderProductQuantity   pic 9(10).
014400*  ���i�ԍ����L�[�Ƃ��āA���R�[�h��ǂݍ��ށB���R�[�h���b�N���
014500*  (fs=99)�ɂ���Ȃ�A��������܂ŏ������J��Ԃ��B
014600*=================================================================
014610     call "セット構成取得" using orderProductNumber
014620          構成件数 構成表 セット取得結果.
014630     if セット商品 then
014640       perform セット在庫更新
014650     else
014700       move orderProductNumber to ���i�ԍ�
014800       perform test after
014900           until �݌ɏ��t�@�C�����o�͏�� not = "99"
015000         read �݌ɏ��t�@�C��
015100           invalid key
015200             set �G���[ to true
015300             move 2 to ���A�l
015400         end-read
015500       end-perform
015600*=================================================================
015700*  �I�[�_�[���ʂ��݌ɐ����傫���Ȃ�G���[�Ƃ��A�����łȂ��Ȃ�
015800*  �݌ɐ����Čv�Z���āA���R�[�h���X�V����
015900*=================================================================
016000       if �݌ɐ� < orderProductQuantity then
016100         set �G���[ to true
016200         move 3 to ���A�l
016300       else
016400         compute �݌ɐ� = �݌ɐ� - orderProductQuantity
016500         rewrite �݌ɏ�� end-rewrite
016600         move 0 to ���A�l
016700       end-if
016750     end-if.
016800*=================================================================
016900*  "�݌ɍX�V����"�̃��b�N����������
017000*=================================================================
017200                            using by reference lock-key
017300                                  by reference err-datail
017400                            returning ret-value.
017410     exit program.
017420*=================================================================
017430*  セット商品は構成商品の在庫を構成数量分ずつ落とす。どれか
017440*  １つでも足りなければ何も落とさずに在庫不足とする。
017450*=================================================================
017460 セット在庫更新.
017462     move 0 to 構成不足件数.
017464     perform 構成在庫検査
017466         varying 構成添字 from 1 by 1
017468         until 構成添字 > 構成件数.
017470     if 構成不足件数 = 0 then
017472       perform 構成在庫減算
017474           varying 構成添字 from 1 by 1
017476           until 構成添字 > 構成件数
017478       move 0 to ���A�l
017480     else
017482       set �G���[ to true
017484       move 3 to ���A�l
017486     end-if.
017488*
017490 構成在庫検査.
017492     move 構成商品番号(構成添字) to ���i�ԍ�.
017494     perform 構成在庫読込 with test after
017496         until �݌ɏ��t�@�C�����o�͏�� not = "99".
017498     compute 構成必要数 =
017500         orderProductQuantity * 構成数量(構成添字).
017502     if �݌ɐ� < 構成必要数 then
017504       add 1 to 構成不足件数
017506     end-if.
017508*
017510 構成在庫減算.
017512     move 構成商品番号(構成添字) to ���i�ԍ�.
017514     perform 構成在庫読込 with test after
017516         until �݌ɏ��t�@�C�����o�͏�� not = "99".
017518     compute 構成必要数 =
017520         orderProductQuantity * 構成数量(構成添字).
017522     compute �݌ɐ� = �݌ɐ� - 構成必要数.
017524     rewrite �݌ɏ��.
017526*
017528 構成在庫読込.
017530     read �݌ɏ��t�@�C��
017532       invalid key
017534         move 0 to �݌ɐ�
017536     end-read.
017550 end program    �݌ɍX�V����.
017600/
017700*=================================================================
017800*  �I�[�_�[�o�^����
