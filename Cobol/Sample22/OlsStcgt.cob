000800*  �t�@�C�����F OLSSTCGT.cob
000900*  ����T�v  �F �I�����C���V���b�s���O�̂��߂́A�݌ɖ⍇��̏���
001000*               �����܂��B
001050*               セット商品は構成商品の在庫から組める数を返す。
001100*  �p�����[�^�F
001200*     �������F�݌ɏ��(�W�c����)
001300*     ���A�l
004400   copy user-Lock.
004500 01 �I�����C���V���b�s���O�N�����    pic 9(1) is external.
004600 01 �݌ɏ��t�@�C�����o�͏��        pic x(2).
004610 01 構成件数                pic 9(02).
004620 01 構成表.
004630   02 構成明細 occurs 20.
004640     03 構成商品番号        pic x(10).
004650     03 構成数量            pic 9(04).
004660 01 構成添字                pic 9(03) comp-5.
004670 01 セット取得結果          pic 9(01).
004680   88 セット商品            value 0.
004690 01 構成在庫数              pic 9(10).
004695 01 セット在庫数            pic 9(10).
004700 01 ���b�Z�[�W�e�[�u��.
004800   02               pic x(90).
004900   02               pic x(90) VALUE
009600           end-read
009700         end-perform
009800         move �݌ɐ� to stockProductQuantity(stockIndex)
009810*        セット商品は構成商品の在庫から組める数を返す。
009820         call "セット構成取得"
009830              using stockProductNumber(stockIndex)
009840                    構成件数 構成表 セット取得結果
009850         if セット商品 and not �G���[ then
009860           perform セット在庫算出
009870           move セット在庫数
009880             to stockProductQuantity(stockIndex)
009890         end-if
009900       end-perform
010000*=================================================================
010100*  �I�����C���V���b�s���O�N������Ă��Ȃ��Ȃ�A�G���[�Ƃ���B
011900       move �G���[���b�Z�[�W(���A�l) to ����
012000       call "COB_REPORT_EVENT" using userLog returning ���A�R�[�h
012100     end-if
012200     exit program.
012300*=================================================================
012400*  セット商品の在庫数は，構成商品ごとの在庫数を構成数量で
012500*  割った値の最小値とする。
012600*=================================================================
012700 セット在庫算出.
012800     perform 構成在庫算出
012900         varying 構成添字 from 1 by 1
013000         until 構成添字 > 構成件数.
013100*
013200 構成在庫算出.
013300     move 構成商品番号(構成添字) to ���i�ԍ�.
013400     perform 構成在庫読込 with test after
013500         until �݌ɏ��t�@�C�����o�͏�� not = "99".
013600     compute 構成在庫数 = �݌ɐ�
013700         / 構成数量(構成添字).
013800     if 構成添字 = 1
013900        or 構成在庫数 < セット在庫数 then
014000       move 構成在庫数 to セット在庫数
014100     end-if.
014200*
014300 構成在庫読込.
014400     read �݌ɏ��t�@�C��
014500       invalid key
014600         move 0 to �݌ɐ�
014700     end-read.
