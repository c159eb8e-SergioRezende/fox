      *
      *    COPY VARRVL
      *    CAMPOS CONFERIDOS PELO CONVVARR NA VARREDURA DOS ARQUIVOS
      *    BTRIEVE DO PERIODO, NA ORDEM EM QUE O PROGRAMA OS PERCORRE:
      *    01-04 OS DIARIOS (:MV NOTAS, :EN ENTRADAS, :BX BAIXAS, :BD
      *    BORDERO) E 05-07 OS CADASTROS DA FILIAL (ARQCLI, ARQALX,
      *    CADDUP). CADA ARQUIVO TRAZ O TAMANHO DO REGISTRO E A FAIXA
      *    DOS SEUS CAMPOS NA TABELA DE CAMPOS (PRIMEIRO E QUANTIDADE).
      *    CADA CAMPO TRAZ NOME, POSICAO E BYTES NO REGISTRO (LAYOUT DO
      *    CONVERSOR QUE LE O ARQUIVO), O TIPO DE CONFERENCIA, SE PODE
      *    VIR EM BRANCO E, PARA TABELAS, AS OCORRENCIAS E O PASSO:
      *       K = SEGMENTO DA CHAVE NUMERICO
      *       T = SEGMENTO DA CHAVE ALFANUMERICO (SO MOSTRADO)
      *       Q = SEGMENTO DA CHAVE COMPACTADO
      *       P = NUMERICO COMPACTADO
      *       D = DATA COMPACTADA (AAMMDD, ZERO = SEM DATA)
      *       E = DATA NUMERICA (AAMMDD, ZERO = SEM DATA)
      *    OS SEGMENTOS DA CHAVE VEM PRIMEIRO E FORMAM A CHAVE MOSTRADA
      *    NO RELATORIO. AO ALTERAR O LAYOUT DE UM CONVERSOR, ALTERAR
      *    TAMBEM ESTA TABELA.
      *
       01  ARQS-VARR-VL.
           05  FILLER  PIC X(12) VALUE "MV0010391185".
           05  FILLER  PIC X(12) VALUE "EN0400200749".
           05  FILLER  PIC X(12) VALUE "BX0600090089".
           05  FILLER  PIC X(12) VALUE "BD0690090084".
           05  FILLER  PIC X(12) VALUE "CL0780150331".
           05  FILLER  PIC X(12) VALUE "AX0930320245".
           05  FILLER  PIC X(12) VALUE "DP1250130072".
       01  FILLER REDEFINES ARQS-VARR-VL.
           05  ARQ-VARR-ITEM OCCURS 7 TIMES.
               10  COD-ARQ-VARR-VL           PIC X(02).
               10  PRIM-CAMPO-VARR-VL        PIC 9(03).
               10  QTD-CAMPO-VARR-VL         PIC 9(03).
               10  TAM-ARQ-VARR-VL           PIC 9(04).
       77  QTD-ARQ-VARR-VL   VALUE 7         PIC 9(02).
      *
       01  CAMPOS-VARR-VL.
           05  FILLER  PIC X(35)
               VALUE "MVFILIAL-NTFS         000102KN01000".
           05  FILLER  PIC X(35)
               VALUE "MVTIPO-NTFS           000301KN01000".
           05  FILLER  PIC X(35)
               VALUE "MVTIPO-FAT-NTFS       000401KN01000".
           05  FILLER  PIC X(35)
               VALUE "MVNUMERO-NTFS         000504QN01000".
           05  FILLER  PIC X(35)
               VALUE "MVCPF-CGC-NTFS        000908PN01000".
           05  FILLER  PIC X(35)
               VALUE "MVOS-NTFS             001704PS05004".
           05  FILLER  PIC X(35)
               VALUE "MVCEP-CLI-NTFS        014403PN01000".
           05  FILLER  PIC X(35)
               VALUE "MVREGIAO-CLI-NTFS     014902PN01000".
           05  FILLER  PIC X(35)
               VALUE "MVINSC-CLI-NTFS       015107PN01000".
           05  FILLER  PIC X(35)
               VALUE "MVTEL-CLI-NTFS        015804PN01000".
           05  FILLER  PIC X(35)
               VALUE "MVTAXA-NTFS           018703PN01000".
           05  FILLER  PIC X(35)
               VALUE "MVVENDEDOR-NTFS       019002PN01000".
           05  FILLER  PIC X(35)
               VALUE "MVTOTAL-NTFS          019406PN01000".
           05  FILLER  PIC X(35)
               VALUE "MVFRETE-NTFS          020005PN01000".
           05  FILLER  PIC X(35)
               VALUE "MVSEGURO-NTFS         020505PN01000".
           05  FILLER  PIC X(35)
               VALUE "MVMERCAD-NTFS         021006PN01000".
           05  FILLER  PIC X(35)
               VALUE "MVSERVICO-NTFS        021606PN01000".
           05  FILLER  PIC X(35)
               VALUE "MVBASE-CALC-NTFS      022206PN01000".
           05  FILLER  PIC X(35)
               VALUE "MVCOD-TRANSP-NTFS     022802PN01000".
           05  FILLER  PIC X(35)
               VALUE "MVPESO-NTFS           023605PN01000".
           05  FILLER  PIC X(35)
               VALUE "MVVAL-DUP-NTFS        033706PN01000".
           05  FILLER  PIC X(35)
               VALUE "MVVENC-DUP-NTFS       034304DN01000".
           05  FILLER  PIC X(35)
               VALUE "MVDT-EMISS-NTFS       035004DN01000".
           05  FILLER  PIC X(35)
               VALUE "MVCFO-NTFS            035402PN01000".
           05  FILLER  PIC X(35)
               VALUE "MVALQ-ICM-NTFS        035602PN01000".
           05  FILLER  PIC X(35)
               VALUE "MVALQ-ISS-NTFS        035802PN01000".
           05  FILLER  PIC X(35)
               VALUE "MVVALOR-IPI-NTFS      036105PN01000".
           05  FILLER  PIC X(35)
               VALUE "MVLIMITE-CLI-NTFS     036703PN01000".
           05  FILLER  PIC X(35)
               VALUE "MVCOBRANCA-NTFS       037302PN01000".
           05  FILLER  PIC X(35)
               VALUE "MVVEND-CLI-NTFS       037502PN01000".
           05  FILLER  PIC X(35)
               VALUE "MVCEP2-CLI-NTFS       037802PN01000".
           05  FILLER  PIC X(35)
               VALUE "MVAGENCIA-NTFS        038203PN01000".
           05  FILLER  PIC X(35)
               VALUE "MVBASE-RETIDO-NTFS    038606PN01000".
           05  FILLER  PIC X(35)
               VALUE "MVVLR-RETIDO-NTFS     039206PN01000".
           05  FILLER  PIC X(35)
               VALUE "MVQTD-NTFS            047703PS12062".
           05  FILLER  PIC X(35)
               VALUE "MVVAL-UNIT-NTFS       048006PS12062".
           05  FILLER  PIC X(35)
               VALUE "MVDESCONTO-NTFS       048602PS12062".
           05  FILLER  PIC X(35)
               VALUE "MVPESO-COD-NTFS       049404PS12062".
           05  FILLER  PIC X(35)
               VALUE "MVVAL-TAB-NTFS        049806PS12062".
           05  FILLER  PIC X(35)
               VALUE "ENFILIAL-NTENT        000102KN01000".
           05  FILLER  PIC X(35)
               VALUE "ENTIPO-NTENT          000301KN01000".
           05  FILLER  PIC X(35)
               VALUE "ENFORN-NTENT          000404KN01000".
           05  FILLER  PIC X(35)
               VALUE "ENNUMERO-NTENT        000804QN01000".
           05  FILLER  PIC X(35)
               VALUE "ENPEDIDO-NTENT        001204PN01000".
           05  FILLER  PIC X(35)
               VALUE "ENDT-EMISS-NTENT      001604DN01000".
           05  FILLER  PIC X(35)
               VALUE "ENTOTAL-NTENT         002607PN01000".
           05  FILLER  PIC X(35)
               VALUE "ENFRETE-NTENT         003306PN01000".
           05  FILLER  PIC X(35)
               VALUE "ENCONHEC-NTENT        003906PN01000".
           05  FILLER  PIC X(35)
               VALUE "ENBASE-CALC-NTENT     004507PN01000".
           05  FILLER  PIC X(35)
               VALUE "ENCFO-NTENT           005202PN01000".
           05  FILLER  PIC X(35)
               VALUE "ENALQ-ICM-NTENT       005402PN01000".
           05  FILLER  PIC X(35)
               VALUE "ENDT-NTF-NTENT        006404DN01000".
           05  FILLER  PIC X(35)
               VALUE "ENICM-NTENT           006907PN01000".
           05  FILLER  PIC X(35)
               VALUE "ENRETIDO-NTENT        007606PN01000".
           05  FILLER  PIC X(35)
               VALUE "ENBASE-RET-NTENT      008207PN01000".
           05  FILLER  PIC X(35)
               VALUE "ENQTD-NTENT           009003PS20033".
           05  FILLER  PIC X(35)
               VALUE "ENVAL-UNIT-NTENT      010107PS20033".
           05  FILLER  PIC X(35)
               VALUE "ENVAL-DESC-NTENT      010806PS20033".
           05  FILLER  PIC X(35)
               VALUE "ENVAL-IPI-NTENT       011406PS20033".
           05  FILLER  PIC X(35)
               VALUE "BXCODIGO-LANC         000108TN01000".
           05  FILLER  PIC X(35)
               VALUE "BXDT-PAG-LANC         000906KN01000".
           05  FILLER  PIC X(35)
               VALUE "BXVALOR-PAG-LANC      001513KN01000".
           05  FILLER  PIC X(35)
               VALUE "BXDT-VENC-LANC        002804DN01000".
           05  FILLER  PIC X(35)
               VALUE "BXVALOR-JURO-LANC     003206PN01000".
           05  FILLER  PIC X(35)
               VALUE "BXVALOR-DESP-LANC     003806PN01000".
           05  FILLER  PIC X(35)
               VALUE "BXVALOR-DESC-LANC     004406PN01000".
           05  FILLER  PIC X(35)
               VALUE "BXREGIAO-LANC         005002PN01000".
           05  FILLER  PIC X(35)
               VALUE "BXBANCO-LANC          005202PN01000".
           05  FILLER  PIC X(35)
               VALUE "BDFILIAL-BORD         000102KN01000".
           05  FILLER  PIC X(35)
               VALUE "BDDUPL-BORD           000308KN01000".
           05  FILLER  PIC X(35)
               VALUE "BDDATA-BORD           001106EN01000".
           05  FILLER  PIC X(35)
               VALUE "BDBANCO-BORD          001702PN01000".
           05  FILLER  PIC X(35)
               VALUE "BDAGENCIA-BORD        005903PN01000".
           05  FILLER  PIC X(35)
               VALUE "BDCPF-BORD            006208PN01000".
           05  FILLER  PIC X(35)
               VALUE "BDDT-EMISS-BORD       007004DN01000".
           05  FILLER  PIC X(35)
               VALUE "BDDT-VENC-BORD        007404DN01000".
           05  FILLER  PIC X(35)
               VALUE "BDVALOR-BORD          007806PN01000".
           05  FILLER  PIC X(35)
               VALUE "CLFILIAL-CLI          000202KN01000".
           05  FILLER  PIC X(35)
               VALUE "CLCPF-CGC-CLI         000414KN01000".
           05  FILLER  PIC X(35)
               VALUE "CLCEPR-CLI            012303PS01000".
           05  FILLER  PIC X(35)
               VALUE "CLTELR-CLI            012604PS01000".
           05  FILLER  PIC X(35)
               VALUE "CLDT-NASC-CLI         013004DS01000".
           05  FILLER  PIC X(35)
               VALUE "CLCEPC-CLI            024003PS01000".
           05  FILLER  PIC X(35)
               VALUE "CLTELC-CLI            024304PS01000".
           05  FILLER  PIC X(35)
               VALUE "CLINSC-ESTADUAL-CLI   024707PS01000".
           05  FILLER  PIC X(35)
               VALUE "CLREGIAO-CLI          025402PN01000".
           05  FILLER  PIC X(35)
               VALUE "CLLIMITE-CRED-CLI     025704PN01000".
           05  FILLER  PIC X(35)
               VALUE "CLMEDIAS-DIAS-CLI     026102PN01000".
           05  FILLER  PIC X(35)
               VALUE "CLDATA-CLI            026504DN01000".
           05  FILLER  PIC X(35)
               VALUE "CLMAIOR-ATRASO-CLI    027002PN01000".
           05  FILLER  PIC X(35)
               VALUE "CLVENDEDOR-CLI        027202PN01000".
           05  FILLER  PIC X(35)
               VALUE "CLDATA-CAD-CLI        027406EN01000".
           05  FILLER  PIC X(35)
               VALUE "AXCOD-FILIAL-ALX      000102KN01000".
           05  FILLER  PIC X(35)
               VALUE "AXCODIGO-ALX          000307KN01000".
           05  FILLER  PIC X(35)
               VALUE "AXQTD-EST-ALX         002703PN01000".
           05  FILLER  PIC X(35)
               VALUE "AXVALOR-EST-ALX       003006PN01000".
           05  FILLER  PIC X(35)
               VALUE "AXDT-ULT-ENT-ALX      003604DN01000".
           05  FILLER  PIC X(35)
               VALUE "AXDT-ULT-SAI-ALX      004004DN01000".
           05  FILLER  PIC X(35)
               VALUE "AXULT-CUSTO-ALX       004406PN01000".
           05  FILLER  PIC X(35)
               VALUE "AXSAI-ANT-ALX         005003PS06003".
           05  FILLER  PIC X(35)
               VALUE "AXEST-ANT-ALX         007003PN01000".
           05  FILLER  PIC X(35)
               VALUE "AXQTD-COMPRAS-ALX     007303PN01000".
           05  FILLER  PIC X(35)
               VALUE "AXVAL-COMPRAS-ALX     007606PN01000".
           05  FILLER  PIC X(35)
               VALUE "AXQTD-VENDAS-ALX      008203PN01000".
           05  FILLER  PIC X(35)
               VALUE "AXVAL-VENDAS-ALX      008506PN01000".
           05  FILLER  PIC X(35)
               VALUE "AXQTD-TRANSF-ENT-ALX  009103PN01000".
           05  FILLER  PIC X(35)
               VALUE "AXVAL-TRANSF-ENT-ALX  009406PN01000".
           05  FILLER  PIC X(35)
               VALUE "AXQTD-OUTRAS-ENT-ALX  010003PN01000".
           05  FILLER  PIC X(35)
               VALUE "AXVAL-OUTRAS-ENT-ALX  010306PN01000".
           05  FILLER  PIC X(35)
               VALUE "AXQTD-TRANSF-SAI-ALX  010903PN01000".
           05  FILLER  PIC X(35)
               VALUE "AXVAL-TRANSF-SAI-ALX  011206PN01000".
           05  FILLER  PIC X(35)
               VALUE "AXQTD-OUTRAS-SAI-ALX  011803PN01000".
           05  FILLER  PIC X(35)
               VALUE "AXVAL-OUTRAS-SAI-ALX  012106PN01000".
           05  FILLER  PIC X(35)
               VALUE "AXVALOR-TAB-ALX       012706PN01000".
           05  FILLER  PIC X(35)
               VALUE "AXVALOR-MEDIO-ALX     013306PN01000".
           05  FILLER  PIC X(35)
               VALUE "AXVEND-ALX            013902PS05007".
           05  FILLER  PIC X(35)
               VALUE "AXQTD-RES-ALX         014103PS05007".
           05  FILLER  PIC X(35)
               VALUE "AXNTF-ALX             017404PN01000".
           05  FILLER  PIC X(35)
               VALUE "AXCUSTO-MEDIO-ALX     017806PN01000".
           05  FILLER  PIC X(35)
               VALUE "AXQTD-ULT-ENT-ALX     018403PN01000".
           05  FILLER  PIC X(35)
               VALUE "AXVAL-VEND-LIQ-ALX    018706PN01000".
           05  FILLER  PIC X(35)
               VALUE "AXVAL-ANT-ALX         019306PN01000".
           05  FILLER  PIC X(35)
               VALUE "AXVAL-ENC-ALX         019906PN01000".
           05  FILLER  PIC X(35)
               VALUE "AXCUSTO-VAREJO-ALX    020506PN01000".
           05  FILLER  PIC X(35)
               VALUE "DPFILIAL-DUP          000102KN01000".
           05  FILLER  PIC X(35)
               VALUE "DPCPF-CGC-DUP         000308QN01000".
           05  FILLER  PIC X(35)
               VALUE "DPCODIGO-DUP          001108KN01000".
           05  FILLER  PIC X(35)
               VALUE "DPVEND-DUP            002202PN01000".
           05  FILLER  PIC X(35)
               VALUE "DPDT-EMIS-DUP         002404DN01000".
           05  FILLER  PIC X(35)
               VALUE "DPDT-VENC-DUP         002804DN01000".
           05  FILLER  PIC X(35)
               VALUE "DPDT-BORDERO-DUP      003204DN01000".
           05  FILLER  PIC X(35)
               VALUE "DPREGIAO-DUP          003602PN01000".
           05  FILLER  PIC X(35)
               VALUE "DPBANCO-DUP           003802PN01000".
           05  FILLER  PIC X(35)
               VALUE "DPAGENCIA-DUP         004003PN01000".
           05  FILLER  PIC X(35)
               VALUE "DPVALOR-DUP           004506PN01000".
           05  FILLER  PIC X(35)
               VALUE "DPSALDO-DUP           005106PN01000".
           05  FILLER  PIC X(35)
               VALUE "DPDT-PAG-DUP          005704DN01000".
       01  FILLER REDEFINES CAMPOS-VARR-VL.
           05  CAMPO-VARR-ITEM OCCURS 137 TIMES.
               10  ARQ-CAMPO-VARR-VL         PIC X(02).
               10  NOME-CAMPO-VARR-VL        PIC X(20).
               10  POS-CAMPO-VARR-VL         PIC 9(04).
               10  BYTES-CAMPO-VARR-VL       PIC 9(02).
               10  TIPO-CAMPO-VARR-VL        PIC X(01).
                   88  CHAVE-NUM-VARR        VALUE "K".
                   88  CHAVE-ALFA-VARR       VALUE "T".
                   88  CHAVE-COMP-VARR       VALUE "Q".
                   88  SEGMENTO-CHAVE-VARR   VALUE "K" "T" "Q".
                   88  COMPACTADO-VARR       VALUE "P" "D" "Q".
                   88  DATA-COMP-VARR        VALUE "D".
                   88  DATA-NUM-VARR         VALUE "E".
               10  BRANCO-CAMPO-VARR-VL      PIC X(01).
                   88  PODE-BRANCO-VARR      VALUE "S".
               10  OCC-CAMPO-VARR-VL         PIC 9(02).
               10  PASSO-CAMPO-VARR-VL       PIC 9(03).
       77  QTD-CAMPOS-VARR-VL VALUE 137       PIC 9(03).
