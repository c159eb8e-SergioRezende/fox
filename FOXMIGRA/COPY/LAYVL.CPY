      *
      *    COPY LAYVL
      *    LAYOUTS DOS ARQUIVOS GERADOS PELA CADEIA DE CONVERSAO, USADOS
      *    PELO CONVCMPL PARA COMPARAR DOIS LOTES DO MESMO PERIODO
      *    REGISTRO A REGISTRO. A ORDEM DOS LAYOUTS E A DA LISTA DE
      *    ARQUIVOS DO MANIFESTO (CONVMANF): 01-22 CADASTROS E ARQUIVOS
      *    LATERAIS DA FILIAL, 23-40 OS DIARIOS NA ORDEM DE TAB-DIA-WS.
      *    CADA LAYOUT TRAZ O PROGRAMA GERADOR, ATE TRES SEGMENTOS
      *    (POSICAO/TAMANHO) QUE FORMAM A CHAVE DO REGISTRO E A FAIXA
      *    DOS SEUS CAMPOS NA TABELA DE CAMPOS (PRIMEIRO E QUANTIDADE).
      *    CADA CAMPO TRAZ NOME, POSICAO E TAMANHO NO REGISTRO. AO
      *    ALTERAR O LAYOUT DE UM GERADOR, ALTERAR TAMBEM ESTA TABELA.
      *
       01  LAYOUTS-CMP-VL.
           05  FILLER  PIC X(29) VALUE "CONVCLIE002160000000000001037".
           05  FILLER  PIC X(29) VALUE "CONVCLIE001160000000000038006".
           05  FILLER  PIC X(29) VALUE "CONVCLIE001160000000000044005".
           05  FILLER  PIC X(29) VALUE "CONVDUPX001020171500000049022".
           05  FILLER  PIC X(29) VALUE "CONVCI  001090000000000071004".
           05  FILLER  PIC X(29) VALUE "CONVCI  001100000000000075003".
           05  FILLER  PIC X(29) VALUE "CONVFIXO001070000000000078024".
           05  FILLER  PIC X(29) VALUE "CONVGRUP001020000000000102005".
           05  FILLER  PIC X(29) VALUE "CONVSUBG001050000000000107005".
           05  FILLER  PIC X(29) VALUE "CONVCLAS001080000000000112005".
           05  FILLER  PIC X(29) VALUE "CONVFORN001040000000000117005".
           05  FILLER  PIC X(29) VALUE "CONVSALD001090000000000122039".
           05  FILLER  PIC X(29) VALUE "CONVVEND001050000000000161006".
           05  FILLER  PIC X(29) VALUE "CONVVEND001130391405310167011".
           05  FILLER  PIC X(29) VALUE "CONVSALD001090000000000178005".
           05  FILLER  PIC X(29) VALUE "CONVSALD001090000000000183006".
           05  FILLER  PIC X(29) VALUE "CONVSALD001090000000000189012".
           05  FILLER  PIC X(29) VALUE "CONVNOTA001030000000000201005".
           05  FILLER  PIC X(29) VALUE "CONVBAIX001010000000000206003".
           05  FILLER  PIC X(29) VALUE "CONVCI  001160000000000209006".
           05  FILLER  PIC X(29) VALUE "CONVCI  001240000000000215006".
           05  FILLER  PIC X(29) VALUE "CONVBORD001070000000000221004".
           05  FILLER  PIC X(29) VALUE "CONVNOTA001020050600000225065".
           05  FILLER  PIC X(29) VALUE "CONVNOTA001160000000000290016".
           05  FILLER  PIC X(29) VALUE "CONVENTR001020041000000306025".
           05  FILLER  PIC X(29) VALUE "CONVENTR001020041001908331011".
           05  FILLER  PIC X(29) VALUE "CONVBAIX001140750100000342015".
           05  FILLER  PIC X(29) VALUE "CONVBORD001100000000000357010".
           05  FILLER  PIC X(29) VALUE "CONVNOTA001090000000000367007".
           05  FILLER  PIC X(29) VALUE "CONVNOTA001140000000000374003".
           05  FILLER  PIC X(29) VALUE "CONVNOTA001080000000000377005".
           05  FILLER  PIC X(29) VALUE "CONVENTR001160000000000382007".
           05  FILLER  PIC X(29) VALUE "CONVNOTA001080000000000389005".
           05  FILLER  PIC X(29) VALUE "CONVNOTA001080000000000394003".
           05  FILLER  PIC X(29) VALUE "CONVNOTA001240000000000397005".
           05  FILLER  PIC X(29) VALUE "CONVNOTA001080000000000402006".
           05  FILLER  PIC X(29) VALUE "CONVNOTA001030000000000408004".
           05  FILLER  PIC X(29) VALUE "CONVNOTA001160000000000412005".
           05  FILLER  PIC X(29) VALUE "CONVENTR001080000000000417003".
           05  FILLER  PIC X(29) VALUE "CONVENTR001070000000000420005".
       01  FILLER REDEFINES LAYOUTS-CMP-VL.
           05  LAYOUT-CMP-ITEM OCCURS 40 TIMES.
               10  GERADOR-LAY-VL            PIC X(08).
               10  SEG-CHAVE-LAY-VL OCCURS 3 TIMES.
                   15  POS-CHAVE-LAY-VL      PIC 9(03).
                   15  TAM-CHAVE-LAY-VL      PIC 9(02).
               10  PRIM-CAMPO-LAY-VL         PIC 9(03).
               10  QTD-CAMPO-LAY-VL          PIC 9(03).
      *
       01  CAMPOS-CMP-VL.
           05  FILLER  PIC X(28) VALUE "TIPO-TX               001001".
           05  FILLER  PIC X(28) VALUE "FILIAL-TX             002002".
           05  FILLER  PIC X(28) VALUE "CPF-CGC-TX            004014".
           05  FILLER  PIC X(28) VALUE "NOMER-TX              018039".
           05  FILLER  PIC X(28) VALUE "ENDR-TX               057030".
           05  FILLER  PIC X(28) VALUE "MUNR-TX               087020".
           05  FILLER  PIC X(28) VALUE "BAIRROR-TX            107014".
           05  FILLER  PIC X(28) VALUE "UFR-TX                121002".
           05  FILLER  PIC X(28) VALUE "CEPR-TX               123005".
           05  FILLER  PIC X(28) VALUE "TELR-TX               128007".
           05  FILLER  PIC X(28) VALUE "DT-NASC-TX            135006".
           05  FILLER  PIC X(28) VALUE "SEXO-TX               141001".
           05  FILLER  PIC X(28) VALUE "NOMEC-TX              142039".
           05  FILLER  PIC X(28) VALUE "ENDC-TX               181030".
           05  FILLER  PIC X(28) VALUE "MUNC-TX               211020".
           05  FILLER  PIC X(28) VALUE "BAIRROC-TX            231014".
           05  FILLER  PIC X(28) VALUE "UFC-TX                245002".
           05  FILLER  PIC X(28) VALUE "CEPC-TX               247005".
           05  FILLER  PIC X(28) VALUE "TELC-TX               252007".
           05  FILLER  PIC X(28) VALUE "INSC-ESTADUAL-TX      259013".
           05  FILLER  PIC X(28) VALUE "REGIAO-TX             272003".
           05  FILLER  PIC X(28) VALUE "COBRANCA-TX           275001".
           05  FILLER  PIC X(28) VALUE "LIMITE-CRED-TX        276007".
           05  FILLER  PIC X(28) VALUE "MEDIAS-DIAS-TX        283003".
           05  FILLER  PIC X(28) VALUE "STATUS-TX             286001".
           05  FILLER  PIC X(28) VALUE "NATU-TX               287001".
           05  FILLER  PIC X(28) VALUE "DATA-TX               288006".
           05  FILLER  PIC X(28) VALUE "TIPO-REG-TX           294001".
           05  FILLER  PIC X(28) VALUE "MAIOR-ATRASO-TX       295003".
           05  FILLER  PIC X(28) VALUE "VENDEDOR-TX           298003".
           05  FILLER  PIC X(28) VALUE "DATA-CAD-TX           301006".
           05  FILLER  PIC X(28) VALUE "CEP2R-TX              307003".
           05  FILLER  PIC X(28) VALUE "CEP2C-TX              310003".
           05  FILLER  PIC X(28) VALUE "OBSERVACAO-TX         313025".
           05  FILLER  PIC X(28) VALUE "MAIS-DADOS-TX         338001".
           05  FILLER  PIC X(28) VALUE "IBGER-TX              339007".
           05  FILLER  PIC X(28) VALUE "IBGEC-TX              346007".
           05  FILLER  PIC X(28) VALUE "FILIAL-NEG            001002".
           05  FILLER  PIC X(28) VALUE "CPF-CGC-NEG           003014".
           05  FILLER  PIC X(28) VALUE "NOME-NEG              017039".
           05  FILLER  PIC X(28) VALUE "MAIOR-ATRASO-NEG      056003".
           05  FILLER  PIC X(28) VALUE "LIMITE-CRED-NEG       059007".
           05  FILLER  PIC X(28) VALUE "DATA-NEG              066006".
           05  FILLER  PIC X(28) VALUE "FILIAL-PUB            001002".
           05  FILLER  PIC X(28) VALUE "CPF-CGC-PUB           003014".
           05  FILLER  PIC X(28) VALUE "NOME-PUB              017039".
           05  FILLER  PIC X(28) VALUE "INSC-ESTADUAL-PUB     056013".
           05  FILLER  PIC X(28) VALUE "REGIAO-PUB            069003".
           05  FILLER  PIC X(28) VALUE "FILIAL-DUPX-TX        001002".
           05  FILLER  PIC X(28) VALUE "CPF-CGC-DUPX-TX       003014".
           05  FILLER  PIC X(28) VALUE "CODIGO-DUPX-TX        017008".
           05  FILLER  PIC X(28) VALUE "CORPO-DUPX-TX         025006".
           05  FILLER  PIC X(28) VALUE "PARC-DUPX-TX          031001".
           05  FILLER  PIC X(28) VALUE "TIPO-DUPX-TX          032001".
           05  FILLER  PIC X(28) VALUE "IND-PAGA-DUPX-TX      033001".
           05  FILLER  PIC X(28) VALUE "IND-NPAGA-DUPX-TX     034001".
           05  FILLER  PIC X(28) VALUE "STATUS-DUPX-TX        035001".
           05  FILLER  PIC X(28) VALUE "VEND-DUPX-TX          036003".
           05  FILLER  PIC X(28) VALUE "DT-EMIS-DUPX-TX       039006".
           05  FILLER  PIC X(28) VALUE "DT-VENC-DUPX-TX       045006".
           05  FILLER  PIC X(28) VALUE "DT-BORDERO-DUPX-TX    051006".
           05  FILLER  PIC X(28) VALUE "REGIAO-DUPX-TX        057003".
           05  FILLER  PIC X(28) VALUE "BANCO-DUPX-TX         060003".
           05  FILLER  PIC X(28) VALUE "AGENCIA-DUPX-TX       063004".
           05  FILLER  PIC X(28) VALUE "NATU-DUPX-TX          067002".
           05  FILLER  PIC X(28) VALUE "VALOR-DUPX-TX         069011".
           05  FILLER  PIC X(28) VALUE "SALDO-DUPX-TX         080011".
           05  FILLER  PIC X(28) VALUE "DT-PAG-DUPX-TX        091006".
           05  FILLER  PIC X(28) VALUE "ANO-PAG-DUPX-TX       097002".
           05  FILLER  PIC X(28) VALUE "MES-PAG-DUPX-TX       099002".
           05  FILLER  PIC X(28) VALUE "BANCO-EXP-TX          001004".
           05  FILLER  PIC X(28) VALUE "AGENCIA-EXP-TX        005005".
           05  FILLER  PIC X(28) VALUE "QTD-EXP-TX            010007".
           05  FILLER  PIC X(28) VALUE "SALDO-EXP-TX          017013".
           05  FILLER  PIC X(28) VALUE "FAIXA-AGE-TX          001010".
           05  FILLER  PIC X(28) VALUE "QTD-AGE-TX            011007".
           05  FILLER  PIC X(28) VALUE "SALDO-AGE-TX          018013".
           05  FILLER  PIC X(28) VALUE "CODIGO-NUM-TX         001007".
           05  FILLER  PIC X(28) VALUE "PARTE1-COD-TX         008002".
           05  FILLER  PIC X(28) VALUE "PARTE2-COD-TX         010001".
           05  FILLER  PIC X(28) VALUE "PARTE3-COD-TX         011003".
           05  FILLER  PIC X(28) VALUE "PARTE4-COD-TX         014001".
           05  FILLER  PIC X(28) VALUE "DESCRICAO-TX          015025".
           05  FILLER  PIC X(28) VALUE "GRUPO-TX              040002".
           05  FILLER  PIC X(28) VALUE "SUBGRUPO-TX           042003".
           05  FILLER  PIC X(28) VALUE "CLASS-TX              045003".
           05  FILLER  PIC X(28) VALUE "SEQ-TX                048003".
           05  FILLER  PIC X(28) VALUE "MARCA-TX              051001".
           05  FILLER  PIC X(28) VALUE "GRUPO-SAI-TX          052002".
           05  FILLER  PIC X(28) VALUE "GRUPO-ENT-TX          054002".
           05  FILLER  PIC X(28) VALUE "UNIDADE-TX            056002".
           05  FILLER  PIC X(28) VALUE "FORNECEDOR-TX         058003".
           05  FILLER  PIC X(28) VALUE "VALOR-TAB-TX          061011".
           05  FILLER  PIC X(28) VALUE "PESO-TX               072007".
           05  FILLER  PIC X(28) VALUE "STATUS-TX             079001".
           05  FILLER  PIC X(28) VALUE "PROT-TX               080001".
           05  FILLER  PIC X(28) VALUE "NUM-EMI-TX            081010".
           05  FILLER  PIC X(28) VALUE "OCC-ALX-TX            091010".
           05  FILLER  PIC X(28) VALUE "EMITE-PED-TX          101001".
           05  FILLER  PIC X(28) VALUE "ORIGEM-TX             102001".
           05  FILLER  PIC X(28) VALUE "TIPO-IMPOSTO-TX       103001".
           05  FILLER  PIC X(28) VALUE "COD-TX                001002".
           05  FILLER  PIC X(28) VALUE "DESCRICAO-TX          003035".
           05  FILLER  PIC X(28) VALUE "PESO-TX               038010".
           05  FILLER  PIC X(28) VALUE "INTERVALO-TX          048075".
           05  FILLER  PIC X(28) VALUE "DESCONTO-TX           123050".
           05  FILLER  PIC X(28) VALUE "GRUPO-TX              001002".
           05  FILLER  PIC X(28) VALUE "SUBGR-TX              003003".
           05  FILLER  PIC X(28) VALUE "DESCRICAO-TX          006025".
           05  FILLER  PIC X(28) VALUE "DESCONTO-TX           031050".
           05  FILLER  PIC X(28) VALUE "INTERVALO-TX          081150".
           05  FILLER  PIC X(28) VALUE "GRUPO-TX              001002".
           05  FILLER  PIC X(28) VALUE "SUB-GRUPO-TX          003003".
           05  FILLER  PIC X(28) VALUE "COD-TX                006003".
           05  FILLER  PIC X(28) VALUE "DESCRICAO-TX          009030".
           05  FILLER  PIC X(28) VALUE "PESO-TX               039010".
           05  FILLER  PIC X(28) VALUE "COD-TX                001004".
           05  FILLER  PIC X(28) VALUE "DESC-TX               005039".
           05  FILLER  PIC X(28) VALUE "CGC-TX                044014".
           05  FILLER  PIC X(28) VALUE "INSC-TX               058012".
           05  FILLER  PIC X(28) VALUE "UF-TX                 070002".
           05  FILLER  PIC X(28) VALUE "COD-FILIAL-TX         001002".
           05  FILLER  PIC X(28) VALUE "CODIGO-TX             003007".
           05  FILLER  PIC X(28) VALUE "GRUPO-TX              010002".
           05  FILLER  PIC X(28) VALUE "SUBGRUPO-TX           012003".
           05  FILLER  PIC X(28) VALUE "CLASS-TX              015003".
           05  FILLER  PIC X(28) VALUE "SEQ-TX                018003".
           05  FILLER  PIC X(28) VALUE "MARCA-TX              021001".
           05  FILLER  PIC X(28) VALUE "LOCACAO-TX            022005".
           05  FILLER  PIC X(28) VALUE "QTD-EST-TX            027005".
           05  FILLER  PIC X(28) VALUE "VALOR-EST-TX          032011".
           05  FILLER  PIC X(28) VALUE "DT-ULT-ENT-TX         043006".
           05  FILLER  PIC X(28) VALUE "DT-ULT-SAI-TX         049006".
           05  FILLER  PIC X(28) VALUE "ULT-CUSTO-TX          055011".
           05  FILLER  PIC X(28) VALUE "PENDENTE-TX           066001".
           05  FILLER  PIC X(28) VALUE "STATUS-TX             067001".
           05  FILLER  PIC X(28) VALUE "EST-ANT-TX            068005".
           05  FILLER  PIC X(28) VALUE "QTD-COMPRAS-TX        073005".
           05  FILLER  PIC X(28) VALUE "VAL-COMPRAS-TX        078011".
           05  FILLER  PIC X(28) VALUE "QTD-VENDAS-TX         089005".
           05  FILLER  PIC X(28) VALUE "VAL-VENDAS-TX         094011".
           05  FILLER  PIC X(28) VALUE "QTD-TRANSF-ENT-TX     105005".
           05  FILLER  PIC X(28) VALUE "VAL-TRANSF-ENT-TX     110011".
           05  FILLER  PIC X(28) VALUE "QTD-OUTRAS-ENT-TX     121005".
           05  FILLER  PIC X(28) VALUE "VAL-OUTRAS-ENT-TX     126011".
           05  FILLER  PIC X(28) VALUE "QTD-TRANSF-SAI-TX     137005".
           05  FILLER  PIC X(28) VALUE "VAL-TRANSF-SAI-TX     142011".
           05  FILLER  PIC X(28) VALUE "QTD-OUTRAS-SAI-TX     153005".
           05  FILLER  PIC X(28) VALUE "VAL-OUTRAS-SAI-TX     158011".
           05  FILLER  PIC X(28) VALUE "VALOR-TAB-TX          169011".
           05  FILLER  PIC X(28) VALUE "VALOR-MEDIO-TX        180011".
           05  FILLER  PIC X(28) VALUE "NTF-TX                191006".
           05  FILLER  PIC X(28) VALUE "CUSTO-MEDIO-TX        197011".
           05  FILLER  PIC X(28) VALUE "QTD-ULT-ENT-TX        208005".
           05  FILLER  PIC X(28) VALUE "VAL-VEND-LIQ-TX       213011".
           05  FILLER  PIC X(28) VALUE "VAL-ANT-TX            224011".
           05  FILLER  PIC X(28) VALUE "VAL-ENC-TX            235011".
           05  FILLER  PIC X(28) VALUE "CUSTO-VAREJO-TX       246011".
           05  FILLER  PIC X(28) VALUE "DT-ULT-ENT8-TX        257008".
           05  FILLER  PIC X(28) VALUE "DT-ULT-SAI8-TX        265008".
           05  FILLER  PIC X(28) VALUE "FIL-TX                001002".
           05  FILLER  PIC X(28) VALUE "COD-TX                003003".
           05  FILLER  PIC X(28) VALUE "DESCRICAO-TX          006030".
           05  FILLER  PIC X(28) VALUE "TIPO-TX               036001".
           05  FILLER  PIC X(28) VALUE "STATUS-TX             037001".
           05  FILLER  PIC X(28) VALUE "COND-TX               038006".
           05  FILLER  PIC X(28) VALUE "FIL-VEND-IT           001002".
           05  FILLER  PIC X(28) VALUE "COD-VEND-IT           003003".
           05  FILLER  PIC X(28) VALUE "COD-MERC-VEND-IT      006008".
           05  FILLER  PIC X(28) VALUE "DESCR-MERC-VEND-IT    014020".
           05  FILLER  PIC X(28) VALUE "QTD-RES-VEND-IT       034005".
           05  FILLER  PIC X(28) VALUE "CPF-RES-VEND-IT       039014".
           05  FILLER  PIC X(28) VALUE "DT-RES-VEND-IT        053006".
           05  FILLER  PIC X(28) VALUE "HS-RES-VEND-IT        059004".
           05  FILLER  PIC X(28) VALUE "DT-FIM-VEND-IT        063006".
           05  FILLER  PIC X(28) VALUE "HS-FIM-VEND-IT        069006".
           05  FILLER  PIC X(28) VALUE "POS-ALX-VEND-IT       075001".
           05  FILLER  PIC X(28) VALUE "FILIAL-RSV            001002".
           05  FILLER  PIC X(28) VALUE "CODIGO-RSV            003007".
           05  FILLER  PIC X(28) VALUE "QTD-EST-RSV           010005".
           05  FILLER  PIC X(28) VALUE "QTD-RES-RSV           015006".
           05  FILLER  PIC X(28) VALUE "VENDEDORES-RSV        021040".
           05  FILLER  PIC X(28) VALUE "FILIAL-VAL            001002".
           05  FILLER  PIC X(28) VALUE "CODIGO-VAL            003007".
           05  FILLER  PIC X(28) VALUE "QTD-EST-VAL           010005".
           05  FILLER  PIC X(28) VALUE "VALOR-EST-VAL         015011".
           05  FILLER  PIC X(28) VALUE "VALOR-CALC-VAL        026013".
           05  FILLER  PIC X(28) VALUE "DIFER-VAL             039014".
           05  FILLER  PIC X(28) VALUE "FILIAL-MOV            001002".
           05  FILLER  PIC X(28) VALUE "CODIGO-MOV            003007".
           05  FILLER  PIC X(28) VALUE "EST-ANT-MOV           010006".
           05  FILLER  PIC X(28) VALUE "COMPRAS-MOV           016006".
           05  FILLER  PIC X(28) VALUE "TRANSF-ENT-MOV        022006".
           05  FILLER  PIC X(28) VALUE "OUTRAS-ENT-MOV        028006".
           05  FILLER  PIC X(28) VALUE "VENDAS-MOV            034006".
           05  FILLER  PIC X(28) VALUE "TRANSF-SAI-MOV        040006".
           05  FILLER  PIC X(28) VALUE "OUTRAS-SAI-MOV        046006".
           05  FILLER  PIC X(28) VALUE "CALCULADO-MOV         052008".
           05  FILLER  PIC X(28) VALUE "SALDO-MOV             060006".
           05  FILLER  PIC X(28) VALUE "DIFER-MOV             066008".
           05  FILLER  PIC X(28) VALUE "FILIAL-VDA-TX         001002".
           05  FILLER  PIC X(28) VALUE "TIPO-VENDA-VDA-TX     003001".
           05  FILLER  PIC X(28) VALUE "QTD-VDA-TX            004007".
           05  FILLER  PIC X(28) VALUE "MERCAD-VDA-TX         011011".
           05  FILLER  PIC X(28) VALUE "TOTAL-VDA-TX          022011".
           05  FILLER  PIC X(28) VALUE "COD-OPER-OPR-TX       001001".
           05  FILLER  PIC X(28) VALUE "QTD-OPR-TX            002007".
           05  FILLER  PIC X(28) VALUE "VALOR-OPR-TX          009013".
           05  FILLER  PIC X(28) VALUE "FILIAL-CI             001002".
           05  FILLER  PIC X(28) VALUE "CPF-CGC-CI            003014".
           05  FILLER  PIC X(28) VALUE "DEBITO-CI             017014".
           05  FILLER  PIC X(28) VALUE "SPC-CI                031002".
           05  FILLER  PIC X(28) VALUE "CREDITO-CI            033014".
           05  FILLER  PIC X(28) VALUE "SALDO-CI              047014".
           05  FILLER  PIC X(28) VALUE "FILIAL-BRD            001002".
           05  FILLER  PIC X(28) VALUE "CPF-CGC-BRD           003014".
           05  FILLER  PIC X(28) VALUE "CODIGO-BRD            017008".
           05  FILLER  PIC X(28) VALUE "DT-BORDERO-BRD        025007".
           05  FILLER  PIC X(28) VALUE "BANCO-BRD             032004".
           05  FILLER  PIC X(28) VALUE "AGENCIA-BRD           036005".
           05  FILLER  PIC X(28) VALUE "BANCO-BCO-TX          001003".
           05  FILLER  PIC X(28) VALUE "AGENCIA-BCO-TX        004004".
           05  FILLER  PIC X(28) VALUE "QTD-BCO-TX            008007".
           05  FILLER  PIC X(28) VALUE "VALOR-BCO-TX          015013".
           05  FILLER  PIC X(28) VALUE "FILIAL-NTFS-TX        001002".
           05  FILLER  PIC X(28) VALUE "TIPO-NTFS-TX          003001".
           05  FILLER  PIC X(28) VALUE "TIPO-FAT-NTFS-TX      004001".
           05  FILLER  PIC X(28) VALUE "NUMERO-NTFS-TX        005006".
           05  FILLER  PIC X(28) VALUE "CPF-CGC-NTFS-TX       011014".
           05  FILLER  PIC X(28) VALUE "TIPO-CLI-NTFS-TX      025001".
           05  FILLER  PIC X(28) VALUE "NOME-CLI-NTFS-TX      026040".
           05  FILLER  PIC X(28) VALUE "END-CLI-NTFS-TX       066030".
           05  FILLER  PIC X(28) VALUE "MUN-CLI-NTFS-TX       096022".
           05  FILLER  PIC X(28) VALUE "BAIRRO-CLI-NTFS-TX    118014".
           05  FILLER  PIC X(28) VALUE "CEP-CLI-NTFS-TX       132005".
           05  FILLER  PIC X(28) VALUE "UF-CLI-NTFS-TX        137002".
           05  FILLER  PIC X(28) VALUE "REGIAO-CLI-NTFS-TX    139003".
           05  FILLER  PIC X(28) VALUE "INSC-CLI-NTFS-TX      142013".
           05  FILLER  PIC X(28) VALUE "TEL-CLI-NTFS-TX       155007".
           05  FILLER  PIC X(28) VALUE "TIPO-SAI-NTFS-TX      162003".
           05  FILLER  PIC X(28) VALUE "DESCR-SAI-NTFS-TX     165015".
           05  FILLER  PIC X(28) VALUE "TIPO-VENDA-NTFS-TX    180001".
           05  FILLER  PIC X(28) VALUE "TIPO-TRANSP-NTFS-TX   181001".
           05  FILLER  PIC X(28) VALUE "IND-IMP-NTFS-TX       182001".
           05  FILLER  PIC X(28) VALUE "IND-EST-NTFS-TX       183001".
           05  FILLER  PIC X(28) VALUE "IND-EMISS-NTFS-TX     184001".
           05  FILLER  PIC X(28) VALUE "IBGE-NTFS-TX          185001".
           05  FILLER  PIC X(28) VALUE "IND-TIPO-NTFS-TX      186001".
           05  FILLER  PIC X(28) VALUE "TAXA-NTFS-TX          187004".
           05  FILLER  PIC X(28) VALUE "VENDEDOR-NTFS-TX      191003".
           05  FILLER  PIC X(28) VALUE "NATU-CLI-NTFS-TX      194001".
           05  FILLER  PIC X(28) VALUE "IND-ESTAT-NTFS-TX     195001".
           05  FILLER  PIC X(28) VALUE "TOTAL-NTFS-TX         196011".
           05  FILLER  PIC X(28) VALUE "FRETE-NTFS-TX         207009".
           05  FILLER  PIC X(28) VALUE "SEGURO-NTFS-TX        216009".
           05  FILLER  PIC X(28) VALUE "MERCAD-NTFS-TX        225011".
           05  FILLER  PIC X(28) VALUE "SERVICO-NTFS-TX       236011".
           05  FILLER  PIC X(28) VALUE "BASE-CALC-NTFS-TX     247011".
           05  FILLER  PIC X(28) VALUE "COD-TRANSP-NTFS-TX    258003".
           05  FILLER  PIC X(28) VALUE "PLACA-NTFS-TX         261006".
           05  FILLER  PIC X(28) VALUE "PESO-NTFS-TX          267008".
           05  FILLER  PIC X(28) VALUE "CARACTERIST-NTFS-TX   275030".
           05  FILLER  PIC X(28) VALUE "OBS-NTFS-TX           305066".
           05  FILLER  PIC X(28) VALUE "VAL-DUP-NTFS-TX       371011".
           05  FILLER  PIC X(28) VALUE "VENC-DUP-NTFS-TX      382006".
           05  FILLER  PIC X(28) VALUE "QTD-DUP-NTFS-TX       388001".
           05  FILLER  PIC X(28) VALUE "INTERV-DUP-NTFS-TX    389002".
           05  FILLER  PIC X(28) VALUE "DT-EMISS-NTFS-TX      391006".
           05  FILLER  PIC X(28) VALUE "CFO-NTFS-TX           397003".
           05  FILLER  PIC X(28) VALUE "ALQ-ICM-NTFS-TX       400003".
           05  FILLER  PIC X(28) VALUE "ALQ-ISS-NTFS-TX       403003".
           05  FILLER  PIC X(28) VALUE "IND-CLI-NTFS-TX       406001".
           05  FILLER  PIC X(28) VALUE "VALOR-IPI-NTFS-TX     407009".
           05  FILLER  PIC X(28) VALUE "ATUALIZADO-NTFS-TX    416001".
           05  FILLER  PIC X(28) VALUE "LIMITE-CLI-NTFS-TX    417005".
           05  FILLER  PIC X(28) VALUE "TIPO-ANT-NTFS-TX      422003".
           05  FILLER  PIC X(28) VALUE "COBRANCA-NTFS-TX      425003".
           05  FILLER  PIC X(28) VALUE "VEND-CLI-NTFS-TX      428003".
           05  FILLER  PIC X(28) VALUE "TIPO-MONT-NTFS-TX     431001".
           05  FILLER  PIC X(28) VALUE "CEP2-CLI-NTFS-TX      432003".
           05  FILLER  PIC X(28) VALUE "IND-COMPL-NTFS-TX     435001".
           05  FILLER  PIC X(28) VALUE "CONV-NOVO-TX          436001".
           05  FILLER  PIC X(28) VALUE "AGENCIA-NTFS-TX       437005".
           05  FILLER  PIC X(28) VALUE "BASE-REDUZIDA-NTFS-TX 442001".
           05  FILLER  PIC X(28) VALUE "BASE-RETIDO-NTFS-TX   443011".
           05  FILLER  PIC X(28) VALUE "VLR-RETIDO-NTFS-TX    454011".
           05  FILLER  PIC X(28) VALUE "FATURISTA-NTFS-TX     465005".
           05  FILLER  PIC X(28) VALUE "DT-EMISS8-NTFS-TX     470008".
           05  FILLER  PIC X(28) VALUE "VENC-DUP8-NTFS-TX     478008".
           05  FILLER  PIC X(28) VALUE "FILIAL-NTFS-IT        001002".
           05  FILLER  PIC X(28) VALUE "NUMERO-NTFS-IT        003006".
           05  FILLER  PIC X(28) VALUE "CODIGO-NTFS-IT        009008".
           05  FILLER  PIC X(28) VALUE "DESC-NTFS-IT          017025".
           05  FILLER  PIC X(28) VALUE "QTD-NTFS-IT           042005".
           05  FILLER  PIC X(28) VALUE "VAL-UNIT-NTFS-IT      047011".
           05  FILLER  PIC X(28) VALUE "DESCONTO-NTFS-IT      058003".
           05  FILLER  PIC X(28) VALUE "UNID-NTFS-IT          061002".
           05  FILLER  PIC X(28) VALUE "GRUPO-COD-NTFS-IT     063002".
           05  FILLER  PIC X(28) VALUE "ISENTO-NTFS-IT        065001".
           05  FILLER  PIC X(28) VALUE "TIPO-COD-NTFS-IT      066001".
           05  FILLER  PIC X(28) VALUE "PESO-COD-NTFS-IT      067007".
           05  FILLER  PIC X(28) VALUE "VAL-TAB-NTFS-IT       074011".
           05  FILLER  PIC X(28) VALUE "CST-NTFS-IT           085002".
           05  FILLER  PIC X(28) VALUE "VENDEDOR-NTFS-IT      087003".
           05  FILLER  PIC X(28) VALUE "FATURISTA-NTFS-IT     090005".
           05  FILLER  PIC X(28) VALUE "FILIAL-NTENT-TX       001002".
           05  FILLER  PIC X(28) VALUE "TIPO-NTENT-TX         003001".
           05  FILLER  PIC X(28) VALUE "FORN-NTENT-TX         004004".
           05  FILLER  PIC X(28) VALUE "NUMERO-NTENT-TX       008006".
           05  FILLER  PIC X(28) VALUE "PEDIDO-NTENT-TX       014006".
           05  FILLER  PIC X(28) VALUE "DT-EMISS-NTENT-TX     020006".
           05  FILLER  PIC X(28) VALUE "TIPO-ENT-NTENT-TX     026003".
           05  FILLER  PIC X(28) VALUE "IND-EST-NTENT-TX      029001".
           05  FILLER  PIC X(28) VALUE "ESTAT-NTENT-TX        030001".
           05  FILLER  PIC X(28) VALUE "IND-TIPO-NTENT-TX     031001".
           05  FILLER  PIC X(28) VALUE "TOTAL-NTENT-TX        032013".
           05  FILLER  PIC X(28) VALUE "FRETE-NTENT-TX        045011".
           05  FILLER  PIC X(28) VALUE "CONHEC-NTENT-TX       056011".
           05  FILLER  PIC X(28) VALUE "BASE-CALC-NTENT-TX    067013".
           05  FILLER  PIC X(28) VALUE "CFO-NTENT-TX          080003".
           05  FILLER  PIC X(28) VALUE "ALQ-ICM-NTENT-TX      083003".
           05  FILLER  PIC X(28) VALUE "FILIAL-TRANS-NTENT-TX 086003".
           05  FILLER  PIC X(28) VALUE "IND-CRI-NTENT-TX      089001".
           05  FILLER  PIC X(28) VALUE "IND-MEDIO-NTENT-TX    090001".
           05  FILLER  PIC X(28) VALUE "SERIE-NTENT-TX        091003".
           05  FILLER  PIC X(28) VALUE "DT-NTF-NTENT-TX       094006".
           05  FILLER  PIC X(28) VALUE "IND-ATU-NTENT-TX      100001".
           05  FILLER  PIC X(28) VALUE "ICM-NTENT-TX          101013".
           05  FILLER  PIC X(28) VALUE "RETIDO-NTENT-TX       114011".
           05  FILLER  PIC X(28) VALUE "BASE-RET-NTENT-TX     125013".
           05  FILLER  PIC X(28) VALUE "FILIAL-NTENT-IT       001002".
           05  FILLER  PIC X(28) VALUE "TIPO-NTENT-IT         003001".
           05  FILLER  PIC X(28) VALUE "FORN-NTENT-IT         004004".
           05  FILLER  PIC X(28) VALUE "NUMERO-NTENT-IT       008006".
           05  FILLER  PIC X(28) VALUE "QTD-NTENT-IT          014005".
           05  FILLER  PIC X(28) VALUE "CODIGO-NTENT-IT       019008".
           05  FILLER  PIC X(28) VALUE "VAL-UNIT-NTENT-IT     027013".
           05  FILLER  PIC X(28) VALUE "VAL-DESC-NTENT-IT     040011".
           05  FILLER  PIC X(28) VALUE "VAL-IPI-NTENT-IT      051011".
           05  FILLER  PIC X(28) VALUE "GRUPO-COD-NTENT-IT    062002".
           05  FILLER  PIC X(28) VALUE "ISENTO-NTENT-IT       064001".
           05  FILLER  PIC X(28) VALUE "TIPO-TX               001001".
           05  FILLER  PIC X(28) VALUE "CORPO-TX              002007".
           05  FILLER  PIC X(28) VALUE "DT-PAG-TX             009006".
           05  FILLER  PIC X(28) VALUE "VALOR-PAG-TX          015013".
           05  FILLER  PIC X(28) VALUE "DT-VENC-TX            028006".
           05  FILLER  PIC X(28) VALUE "VALOR-JURO-TX         034011".
           05  FILLER  PIC X(28) VALUE "VALOR-DESP-TX         045011".
           05  FILLER  PIC X(28) VALUE "VALOR-DESC-TX         056011".
           05  FILLER  PIC X(28) VALUE "REGIAO-TX             067003".
           05  FILLER  PIC X(28) VALUE "BANCO-TX              070003".
           05  FILLER  PIC X(28) VALUE "NATU-TX               073002".
           05  FILLER  PIC X(28) VALUE "COD-OPER-TX           075001".
           05  FILLER  PIC X(28) VALUE "CHAVE-LOTE-TX         076027".
           05  FILLER  PIC X(28) VALUE "STATUS-TX             103001".
           05  FILLER  PIC X(28) VALUE "VERSAO-TX             104001".
           05  FILLER  PIC X(28) VALUE "FILIAL-TX             001002".
           05  FILLER  PIC X(28) VALUE "DUPL-TX               003008".
           05  FILLER  PIC X(28) VALUE "DATA-TX               011006".
           05  FILLER  PIC X(28) VALUE "BANCO-TX              017003".
           05  FILLER  PIC X(28) VALUE "NOME-CLI-TX           020040".
           05  FILLER  PIC X(28) VALUE "AGENCIA-TX            060004".
           05  FILLER  PIC X(28) VALUE "CPF-TX                064014".
           05  FILLER  PIC X(28) VALUE "DT-EMISS-TX           078006".
           05  FILLER  PIC X(28) VALUE "DT-VENC-TX            084006".
           05  FILLER  PIC X(28) VALUE "VALOR-TX              090011".
           05  FILLER  PIC X(28) VALUE "FILIAL-PAR            001002".
           05  FILLER  PIC X(28) VALUE "NUMERO-PAR            003006".
           05  FILLER  PIC X(28) VALUE "PARCELA-PAR           009001".
           05  FILLER  PIC X(28) VALUE "ANO-VENC-PAR          010004".
           05  FILLER  PIC X(28) VALUE "MES-VENC-PAR          014002".
           05  FILLER  PIC X(28) VALUE "DIA-VENC-PAR          016002".
           05  FILLER  PIC X(28) VALUE "VALOR-PAR             018011".
           05  FILLER  PIC X(28) VALUE "FILIAL-OS             001002".
           05  FILLER  PIC X(28) VALUE "NUMERO-OS             003006".
           05  FILLER  PIC X(28) VALUE "ORDEM-OS              009006".
           05  FILLER  PIC X(28) VALUE "FILIAL-PES            001002".
           05  FILLER  PIC X(28) VALUE "NUMERO-PES            003006".
           05  FILLER  PIC X(28) VALUE "PESO-DECL-PES         009008".
           05  FILLER  PIC X(28) VALUE "PESO-CALC-PES         017010".
           05  FILLER  PIC X(28) VALUE "DIFER-PES             027011".
           05  FILLER  PIC X(28) VALUE "FILIAL-CUS            001002".
           05  FILLER  PIC X(28) VALUE "NUMERO-CUS            003006".
           05  FILLER  PIC X(28) VALUE "CODIGO-CUS            009008".
           05  FILLER  PIC X(28) VALUE "QTD-CUS               017005".
           05  FILLER  PIC X(28) VALUE "VALUNIT-CUS           022013".
           05  FILLER  PIC X(28) VALUE "RATEIO-CUS            035011".
           05  FILLER  PIC X(28) VALUE "CUSTO-UNIT-CUS        046013".
           05  FILLER  PIC X(28) VALUE "FILIAL-DIV            001002".
           05  FILLER  PIC X(28) VALUE "NUMERO-DIV            003006".
           05  FILLER  PIC X(28) VALUE "VAL-HEADER-DIV        009011".
           05  FILLER  PIC X(28) VALUE "VAL-ITENS-DIV         020011".
           05  FILLER  PIC X(28) VALUE "DIFERENCA-DIV         031012".
           05  FILLER  PIC X(28) VALUE "FILIAL-OVF            001002".
           05  FILLER  PIC X(28) VALUE "NUMERO-OVF            003006".
           05  FILLER  PIC X(28) VALUE "QTD-ITENS-OVF         009002".
           05  FILLER  PIC X(28) VALUE "MUN-CLI-IBGE          001022".
           05  FILLER  PIC X(28) VALUE "UF-CLI-IBGE           023002".
           05  FILLER  PIC X(28) VALUE "QTD-NOTAS-IBGE        025007".
           05  FILLER  PIC X(28) VALUE "MERCAD-IBGE           032011".
           05  FILLER  PIC X(28) VALUE "CODIGO-IBGE           043007".
           05  FILLER  PIC X(28) VALUE "VENDEDOR-EST          001003".
           05  FILLER  PIC X(28) VALUE "GRUPO-COD-EST         004002".
           05  FILLER  PIC X(28) VALUE "REGIAO-CLI-EST        006003".
           05  FILLER  PIC X(28) VALUE "QTD-ITENS-EST         009007".
           05  FILLER  PIC X(28) VALUE "QTD-TOTAL-EST         016007".
           05  FILLER  PIC X(28) VALUE "TOTAL-EST             023011".
           05  FILLER  PIC X(28) VALUE "COD-TRANSP-FRT        001003".
           05  FILLER  PIC X(28) VALUE "QTD-NOTAS-FRT         004007".
           05  FILLER  PIC X(28) VALUE "PESO-FRT              011010".
           05  FILLER  PIC X(28) VALUE "FRETE-FRT             021009".
           05  FILLER  PIC X(28) VALUE "FILIAL-CST            001002".
           05  FILLER  PIC X(28) VALUE "NUMERO-CST            003006".
           05  FILLER  PIC X(28) VALUE "CODIGO-CST            009008".
           05  FILLER  PIC X(28) VALUE "CST-ORIGEM-CST        017001".
           05  FILLER  PIC X(28) VALUE "CST-IMPOSTO-CST       018001".
           05  FILLER  PIC X(28) VALUE "FILIAL-OVF            001002".
           05  FILLER  PIC X(28) VALUE "NUMERO-OVF            003006".
           05  FILLER  PIC X(28) VALUE "QTD-ITENS-OVF         009002".
           05  FILLER  PIC X(28) VALUE "FORN-EST              001004".
           05  FILLER  PIC X(28) VALUE "CFO-EST               005003".
           05  FILLER  PIC X(28) VALUE "QTD-NOTAS-EST         008007".
           05  FILLER  PIC X(28) VALUE "TOTAL-EST             015013".
           05  FILLER  PIC X(28) VALUE "QTD-TOTAL-EST         028007".
       01  FILLER REDEFINES CAMPOS-CMP-VL.
           05  CAMPO-CMP-ITEM OCCURS 424 TIMES.
               10  NOME-CAMPO-VL             PIC X(22).
               10  POS-CAMPO-VL              PIC 9(03).
               10  TAM-CAMPO-VL              PIC 9(03).
       77  QTD-LAYOUT-CMP-VL         PIC 9(02) VALUE 40.
