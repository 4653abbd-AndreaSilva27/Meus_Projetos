           SELECT OPTIONAL FICCNV ASSIGN "CONVERSAO.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CNV.
           SELECT FICSAFT ASSIGN WS-SAFT-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAFT.
           SELECT FICSCT ASSIGN "SAFT_CONTROLO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SCT.
           SELECT OPTIONAL FICEMP ASSIGN "EMPRESA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EMP.
           SELECT OPTIONAL FICSER ASSIGN "SERIES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SER-CHAVE
           FILE STATUS IS FS-SER.
           SELECT OPTIONAL FICASS ASSIGN "ASSINATURAS_DOC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASS-CHAVE
           FILE STATUS IS FS-ASS.
           SELECT FICVER ASSIGN "VERIFICACAO_ASSINATURAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VER.
           SELECT OPTIONAL FICART ASSIGN "ARTIGOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ART-CODIGO
           FILE STATUS IS FS-ART.
           SELECT OPTIONAL FICPRC ASSIGN "PRECOS_CLIENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRC-CHAVE
           FILE STATUS IS FS-PRC.
           SELECT FICVND ASSIGN "VENDAS_ARTIGO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VND.
           SELECT OPTIONAL FICLIN0 ASSIGN "LINHAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LN0-CHAVE
           FILE STATUS IS FS-LIN0.
           SELECT OPTIONAL FICMVX ASSIGN "MOVIX.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MVX-CHAVE
           FILE STATUS IS FS-MVX.
           SELECT OPTIONAL FICCTA ASSIGN "CONTAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-NUMCONTA
           FILE STATUS IS FS-CTA.
           SELECT OPTIONAL FICPND ASSIGN "PENDENTES_BANCO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PND-CHAVE
           FILE STATUS IS FS-PND.
           SELECT OPTIONAL FICCBC ASSIGN "CONTA_BANCO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CBC.
           SELECT FICCNC ASSIGN WS-CNC-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CNC.
           SELECT OPTIONAL FICGR ASSIGN "GUIAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GR-NUMERO
           FILE STATUS IS FS-GR.
           SELECT OPTIONAL FICGRL ASSIGN "GUIAS_LINHAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GRL-CHAVE
           FILE STATUS IS FS-GRL.
           SELECT FICGIMP ASSIGN WS-GR-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GIMP.
           SELECT OPTIONAL FICPER ASSIGN "PERIODOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PER-CHAVE
           FILE STATUS IS FS-PER.
       DATA DIVISION.
       FILE SECTION.
       FD FIC.
           05 LIN-PRECO        PIC 9(5)V99.
           05 LIN-TAXA         PIC 9(2).
           05 LIN-BASE         PIC 9(6)V99.
           05 LIN-ARTIGO       PIC X(6).
       FD FICNC.
       01 REGISTO-NC.
           05 NC-NUMERO        PIC X(5).
           05 NC-DIA           PIC X(2).
           05 NC-MES           PIC X(2).
           05 NC-ANO           PIC X(4).
       FD FICSAFT.
       01 LINHA-SAFT           PIC X(250).
       FD FICSCT.
       01 LINHA-SCT            PIC X(80).
       FD FICEMP.
       01 LINHA-EMP            PIC X(160).
       FD FICSER.
       01 REGISTO-SER.
           05 SER-CHAVE.
               10 SER-TIPO     PIC X(2).
               10 SER-CODIGO   PIC X(6).
           05 SER-VALIDACAO    PIC X(8).
           05 SER-ULTIMO       PIC 9(5).
           05 SER-ULT-HASH     PIC X(18).
           05 SER-ESTADO       PIC X(1).
           05 SER-INICIO       PIC 9(8).
       FD FICASS.
       01 REGISTO-ASS.
           05 ASS-CHAVE.
               10 ASS-TIPO     PIC X(2).
               10 ASS-NUMERO   PIC X(5).
           05 ASS-SERIE        PIC X(6).
           05 ASS-SEQ          PIC 9(5).
           05 ASS-ATCUD        PIC X(14).
           05 ASS-DATA         PIC X(10).
           05 ASS-HASH         PIC X(18).
           05 ASS-HASH-ANT     PIC X(18).
       FD FICVER.
       01 LINHA-VER            PIC X(80).
       FD FICART.
       01 REGISTO-ART.
           05 ART-CODIGO       PIC X(6).
           05 ART-DESC         PIC X(30).
           05 ART-UNIDADE      PIC X(3).
           05 ART-PRECO        PIC 9(5)V99.
           05 ART-TAXA         PIC 9(2).
               88 ART-TAXA-VALIDA  VALUES 06,13,23.
           05 ART-ATIVO        PIC X(1).
               88 ART-ATIVO-SIM    VALUES "S","s".
       FD FICPRC.
       01 REGISTO-PRC.
           05 PRC-CHAVE.
               10 PRC-NIF      PIC X(9).
               10 PRC-ARTIGO   PIC X(6).
           05 PRC-PRECO        PIC 9(5)V99.
           05 PRC-DESCONTO     PIC 9(2)V99.
       FD FICVND.
       01 LINHA-VND            PIC X(80).
       FD FICLIN0.
       01 REGISTO-LIN0.
           05 LN0-CHAVE.
               10 LN0-FATURA   PIC X(5).
               10 LN0-SEQ      PIC 9(2).
           05 LN0-DESC         PIC X(30).
           05 LN0-QTD          PIC 9(4).
           05 LN0-PRECO        PIC 9(5)V99.
           05 LN0-TAXA         PIC 9(2).
           05 LN0-BASE         PIC 9(6)V99.
       FD FICMVX.
       01 REGISTO-MVX.
           05 MVX-CHAVE.
               10 MVX-CONTA    PIC 9(6).
               10 MVX-DATA     PIC 9(8).
               10 MVX-SEQ      PIC 9(4).
           05 MVX-OP           PIC X(2).
           05 MVX-MONTANTE     PIC 9(7)V99.
           05 MVX-SALDO-APOS   PIC 9(7)V99.
           05 MVX-REF          PIC X(16).
           05 MVX-OPERADOR     PIC 9(3).
       FD FICCTA.
       01 REGISTO-CTA.
           05 CTA-NUMCONTA     PIC 9(6).
           05 CTA-TITULAR      PIC X(30).
           05 CTA-SALDO        PIC 9(6)V99.
           05 CTA-NIF-CLIENTE  PIC 9(9).
           05 CTA-TIPO         PIC X(1).
           05 CTA-ESTADO       PIC X(1).
           05 CTA-DATA-FECHO   PIC 9(8).
           05 CTA-OPER-FECHO   PIC 9(3).
       FD FICPND.
       01 REGISTO-PND.
           05 PND-CHAVE.
               10 PND-CONTA    PIC 9(6).
               10 PND-DATA     PIC 9(8).
               10 PND-SEQ      PIC 9(4).
           05 PND-REF          PIC X(16).
           05 PND-NIF          PIC X(9).
           05 PND-VALOR        PIC 9(7)V99.
           05 PND-SALDO        PIC 9(7)V99.
           05 PND-ESTADO       PIC X(1).
               88 PND-PENDENTE     VALUE "P".
           05 PND-DATA-PROC    PIC 9(8).
       FD FICCBC.
       01 LINHA-CBC            PIC X(20).
       FD FICCNC.
       01 LINHA-CNC            PIC X(80).
       FD FICGR.
       01 REGISTO-GR.
           05 GR-NUMERO        PIC X(5).
           05 GR-NIF           PIC X(9).
           05 GR-MORADA        PIC X(40).
           05 GR-DATA-CARGA    PIC 9(8).
           05 GR-HORA-CARGA    PIC 9(4).
           05 GR-MATRICULA     PIC X(8).
           05 GR-ESTADO        PIC X(1).
               88 GR-ABERTA        VALUE "A".
           05 GR-FATURA        PIC X(5).
       FD FICGRL.
       01 REGISTO-GRL.
           05 GRL-CHAVE.
               10 GRL-GUIA     PIC X(5).
               10 GRL-SEQ      PIC 9(2).
           05 GRL-ARTIGO       PIC X(6).
           05 GRL-DESC         PIC X(30).
           05 GRL-QTD          PIC 9(4).
           05 GRL-UNIDADE      PIC X(3).
       FD FICGIMP.
       01 LINHA-GIMP           PIC X(80).
       FD FICPER.
       01 REGISTO-PER.
           05 PER-CHAVE.
               10 PER-NEGOCIO  PIC X(10).
               10 PER-ANOMES   PIC 9(6).
           05 PER-ESTADO       PIC X(1).
           05 PER-DATA-FECHO   PIC 9(8).
           05 PER-OPER-FECHO   PIC 9(3).
           05 PER-DATA-REAB    PIC 9(8).
           05 PER-OPER-REAB    PIC 9(3).
       WORKING-STORAGE SECTION.
       77 FS               PIC X(2).
       77 FS-CLI           PIC X(2).
       77 FS-LOG           PIC X(2).
       77 FS-REC           PIC X(2).
       77 FS-RIMP          PIC X(2).
       77 FS-PER           PIC X(2).
       77 WS-PER-ANOMES    PIC 9(6) VALUE 0.
       77 WS-PER-FECHADO   PIC X VALUE "N".
           88 PERIODO-FECHADO  VALUE "S".
      * EXECUCAO PELO AGENDADOR: "ROTINA AAAAMMDD" NA LINHA DE COMANDO
       77 WS-LOTE-PARM     PIC X(80) VALUE SPACES.
       77 WS-LOTE-ROTINA   PIC X(15) VALUE SPACES.
       77 WS-LOTE-DATA     PIC X(8) VALUE SPACES.
       77 WS-LOTE-ERRO     PIC 9 VALUE 0.
       77 WS-MODO-LOTE     PIC X VALUE "N".
           88 MODO-LOTE    VALUE "S".
       77 WS-REC-NUM       PIC 9(5) VALUE 0.
       77 WS-REC-METODO    PIC X VALUE SPACE.
           88 VALIDA-METODO  VALUES "D","d","C","c","T","t".
           88 COM-LINHAS-SIM VALUES "S","s".
       01 WS-TAB-LINHAS.
           05 WS-LIN-ITEM OCCURS 20 TIMES.
               10 WL-ARTIGO    PIC X(6).
               10 WL-DESC      PIC X(30).
               10 WL-QTD       PIC 9(4).
               10 WL-PRECO     PIC 9(5)V99.
           05 DECL-TBASE     PIC Z.ZZZ.ZZ9,99.
           05 FILLER         PIC X(6) VALUE "  IVA ".
           05 DECL-TIVA      PIC Z.ZZZ.ZZ9,99.
       77 FS-SAFT            PIC X(2).
       77 FS-SCT             PIC X(2).
       77 FS-EMP             PIC X(2).
       77 WS-SAFT-NOME       PIC X(40) VALUE SPACES.
       77 WS-SAFT-TEMP       PIC X(8) VALUE SPACES.
       77 WS-SAFT-TEMP2      PIC X(8) VALUE SPACES.
       77 WS-SAFT-INI        PIC X(8) VALUE SPACES.
       77 WS-SAFT-FIM        PIC X(8) VALUE SPACES.
       77 WS-SAFT-DATA-DOC   PIC X(8) VALUE SPACES.
       77 WS-SAFT-FASE       PIC 9 VALUE 1.
       77 WS-SAFT-NIVEL      PIC 9(2) VALUE 0.
       77 WS-SAFT-PTR        PIC 9(3) VALUE 1.
       77 WS-SAFT-PTR-E      PIC 9(3) VALUE 1.
       77 WS-SAFT-K          PIC 9(3) VALUE 0.
       77 WS-SAFT-TAM        PIC 9(3) VALUE 0.
       77 WS-SAFT-TAG        PIC X(30) VALUE SPACES.
       77 WS-SAFT-VAL        PIC X(100) VALUE SPACES.
       77 WS-SAFT-ESC        PIC X(200) VALUE SPACES.
       77 WS-SAFT-VALOR      PIC S9(9)V99 VALUE 0.
       77 WS-SAFT-VALOR2     PIC S9(9)V99 VALUE 0.
       77 WS-SAFT-VALOR-ED   PIC -(9)9,99.
       77 WS-SAFT-INT        PIC 9(9) VALUE 0.
       77 WS-SAFT-INT-ED     PIC Z(8)9.
       77 WS-SAFT-CTL-ED     PIC -.---.---.--9,99.
       77 WS-SAFT-DIF        PIC S9(7)V99 VALUE 0.
       77 WS-SAFT-DIF-ED     PIC -.---.--9,99.
       77 WS-SAFT-MSG        PIC X(50) VALUE SPACES.
       77 WS-SAFT-DIVERG     PIC 9(5) VALUE 0.
       77 WS-SAFT-CONS-FINAL PIC X(9) VALUE "999999990".
       77 WS-SAFT-DESC-GEN   PIC X(30) VALUE "SERVICOS DE LIMPEZA".
       77 WS-SAFT-ORIGEM     PIC X(10) VALUE "SABAO".
       77 WS-SAFT-DOC-TIPO   PIC X(2) VALUE SPACES.
       77 WS-SAFT-DOC-NUM    PIC X(5) VALUE SPACES.
       77 WS-SAFT-DOC-DATA   PIC X(10) VALUE SPACES.
       77 WS-SAFT-DOC-NIF    PIC X(9) VALUE SPACES.
       77 WS-SAFT-DOC-NET    PIC S9(7)V99 VALUE 0.
       77 WS-SAFT-DOC-IVA    PIC S9(7)V99 VALUE 0.
       77 WS-SAFT-REF-FT     PIC X(5) VALUE SPACES.
       77 WS-SAFT-DATA-FT    PIC X(10) VALUE SPACES.
       77 WS-SAFT-MECANISMO  PIC X(2) VALUE SPACES.
       77 WS-SAFT-NLIN       PIC 9(3) VALUE 0.
       77 WS-SAFT-SEM-LINHAS PIC 9 VALUE 0.
       77 WS-SAFT-DESC       PIC X(30) VALUE SPACES.
       77 WS-SAFT-QTD        PIC 9(4) VALUE 0.
       77 WS-SAFT-PRECO      PIC 9(6)V99 VALUE 0.
       77 WS-SAFT-BASE       PIC 9(6)V99 VALUE 0.
       77 WS-SAFT-TAXA       PIC 9(2) VALUE 0.
       77 WS-SAFT-LIN-IVA    PIC 9(6)V99 VALUE 0.
       77 WS-SAFT-TAXA-COD   PIC X(3) VALUE SPACES.
       77 WS-SAFT-TAXA-DESC  PIC X(20) VALUE SPACES.
       01 WS-SAFT-EMPRESA.
           05 SAFT-EMP-NIF   PIC X(9).
           05 SAFT-EMP-NOME  PIC X(40).
           05 SAFT-EMP-MORADA PIC X(40).
           05 SAFT-EMP-CIDADE PIC X(30).
           05 SAFT-EMP-CPOSTAL PIC X(8).
      * TOTAIS DA 1A PASSAGEM (CONTROLO) E DA 2A (XML ESCRITO)
       01 WS-SAFT-TOTAIS.
           05 WS-SAFT-TOT OCCURS 2.
               10 SAFT-FT-CONT PIC 9(5).
               10 SAFT-FT-NET  PIC S9(9)V99.
               10 SAFT-FT-IVA  PIC S9(9)V99.
               10 SAFT-NC-CONT PIC 9(5).
               10 SAFT-NC-NET  PIC S9(9)V99.
               10 SAFT-NC-IVA  PIC S9(9)V99.
               10 SAFT-RG-CONT PIC 9(5).
               10 SAFT-RG-NET  PIC S9(9)V99.
               10 SAFT-RG-IVA  PIC S9(9)V99.
       01 WS-SAFT-NIFS.
           05 WS-SAFT-NIF    PIC X(9) OCCURS 500.
       77 WS-SAFT-NIF-TOT    PIC 9(3) VALUE 0.
       77 WS-SAFT-NIF-I      PIC 9(3) VALUE 0.
       01 WS-SAFT-PRODUTOS.
           05 WS-SAFT-PROD-ITEM OCCURS 200.
               10 WS-SAFT-PROD     PIC X(30).
               10 WS-SAFT-PROD-ART PIC X(6).
       77 WS-SAFT-PROD-TOT   PIC 9(3) VALUE 0.
       77 WS-SAFT-PROD-I     PIC 9(3) VALUE 0.
       77 WS-SAFT-PROD-ACH   PIC 9(3) VALUE 0.
       01 WS-SAFT-PROD-COD.
           05 FILLER         PIC X(3) VALUE "SAB".
           05 WS-SAFT-PROD-NUM PIC 9(4) VALUE 0.
       77 WS-SAFT-ID-W       PIC X(20) VALUE SPACES.
       77 WS-SAFT-ATCUD      PIC X(14) VALUE SPACES.
       77 WS-SAFT-HASH       PIC X(18) VALUE SPACES.
       77 WS-SAFT-HASH-CTL   PIC X(1) VALUE SPACES.
       77 FS-SER             PIC X(2).
       77 FS-ASS             PIC X(2).
       77 FS-VER             PIC X(2).
       77 WS-OPCAO-SER       PIC 9 VALUE 9.
       77 WS-SER-ACHOU       PIC 9 VALUE 0.
       77 WS-SER-ATIVA       PIC X(6) VALUE SPACES.
       77 WS-SER-CHAVE-N     PIC X(8) VALUE SPACES.
       77 WS-SER-VALID-N     PIC X(8) VALUE SPACES.
       77 WS-DOC-EMITIDO     PIC 9 VALUE 0.
       77 WS-ASS-TIPO        PIC X(2) VALUE SPACES.
       77 WS-ASS-NUMERO      PIC X(5) VALUE SPACES.
       77 WS-ASS-DATA        PIC X(10) VALUE SPACES.
       77 WS-ASS-REF         PIC X(9) VALUE SPACES.
       77 WS-ASS-VALOR       PIC 9(6)V99 VALUE 0.
       77 WS-ASS-VALOR-ED    PIC 9(6),99.
       77 WS-ASS-SEQ-ED      PIC Z(4)9.
       77 WS-ASS-DOC-ID      PIC X(20) VALUE SPACES.
       77 WS-ASS-ATCUD       PIC X(14) VALUE SPACES.
       77 WS-ASS-HASH4       PIC X(4) VALUE SPACES.
       77 WS-HASH-TEXTO      PIC X(90) VALUE SPACES.
       77 WS-HASH-K          PIC 9(3) VALUE 0.
       01 WS-HASH-RES.
           05 WS-HASH-A      PIC 9(9).
           05 WS-HASH-B      PIC 9(9).
       77 WS-VER-TOT         PIC 9(2) VALUE 0.
       77 WS-VER-I           PIC 9(2) VALUE 0.
       77 WS-VER-IND         PIC 9(2) VALUE 0.
       77 WS-VER-DOCS        PIC 9(5) VALUE 0.
       77 WS-VER-ERROS       PIC 9(5) VALUE 0.
       77 WS-VER-EXISTE      PIC 9 VALUE 0.
       77 WS-VER-MSG         PIC X(45) VALUE SPACES.
       01 WS-VER-SERIES.
           05 WS-VER-ITEM OCCURS 20.
               10 WS-VER-TIPO  PIC X(2).
               10 WS-VER-SERIE PIC X(6).
               10 WS-VER-SEQ   PIC 9(5).
               10 WS-VER-HASH  PIC X(18).
       77 WS-SAFT-ART        PIC X(6) VALUE SPACES.
       77 WS-SAFT-PROD-CODIGO PIC X(7) VALUE SPACES.
       77 FS-ART             PIC X(2).
       77 FS-PRC             PIC X(2).
       77 FS-VND             PIC X(2).
       77 FS-LIN0            PIC X(2).
       77 WS-OPCAO-ART       PIC 9 VALUE 9.
       77 WS-OPCAO-PRC       PIC 9 VALUE 9.
       77 WS-LIN-ART         PIC X(6) VALUE SPACES.
       77 WS-ART-OK          PIC 9 VALUE 0.
       77 WS-ART-PRECO-CLI   PIC 9(5)V99 VALUE 0.
       77 TEMP-DESCONTO      PIC X(6) VALUE SPACES.
       77 SAIDA-DESCONTO     PIC Z9,99.
       77 WS-LIN-IVA-V       PIC 9(6)V99 VALUE 0.
       77 WS-VND-INI         PIC X(8) VALUE SPACES.
       77 WS-VND-FIM         PIC X(8) VALUE SPACES.
       77 WS-VND-DATA        PIC X(8) VALUE SPACES.
       77 WS-VND-TOT         PIC 9(3) VALUE 0.
       77 WS-VND-I           PIC 9(3) VALUE 0.
       77 WS-VND-J           PIC 9(3) VALUE 0.
       77 WS-VND-IND         PIC 9(3) VALUE 0.
       77 WS-VND-SEMLIN      PIC 9(5) VALUE 0.
       77 WS-VND-SEMLIN-BASE PIC 9(7)V99 VALUE 0.
       01 WS-VENDAS.
           05 WS-VND-ITEM OCCURS 200.
               10 WS-VND-ART   PIC X(6).
               10 WS-VND-DESC  PIC X(30).
               10 WS-VND-QTD   PIC 9(7).
               10 WS-VND-BASE  PIC 9(8)V99.
               10 WS-VND-IVA   PIC 9(7)V99.
       01 WS-VND-TEMP.
           05 FILLER         PIC X(6).
           05 FILLER         PIC X(30).
           05 FILLER         PIC 9(7).
           05 FILLER         PIC 9(8)V99.
           05 FILLER         PIC 9(7)V99.
       01 VND-DET.
           05 VND-ART        PIC X(6).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 VND-DESC       PIC X(30).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 VND-QTD        PIC ZZZ.ZZ9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 VND-BASE       PIC Z.ZZZ.ZZ9,99.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 VND-IVA        PIC ZZZ.ZZ9,99.
       77 FS-MVX             PIC X(2).
       77 FS-CTA             PIC X(2).
       77 FS-PND             PIC X(2).
       77 FS-CBC             PIC X(2).
       77 FS-CNC             PIC X(2).
       77 WS-CNC-NOME        PIC X(25) VALUE SPACES.
       77 WS-OPCAO-CNC       PIC 9 VALUE 9.
       77 WS-CNC-CONTA       PIC 9(6) VALUE 0.
       77 TEMP-CONTA         PIC X(7) VALUE SPACES.
       77 WS-CNC-INI         PIC X(8) VALUE SPACES.
       77 WS-CNC-FIM         PIC X(8) VALUE SPACES.
       77 WS-CNC-FIM-N       PIC 9(8) VALUE 0.
       77 WS-CNC-RESTO       PIC 9(7)V99 VALUE 0.
       77 WS-CNC-AFETAR      PIC 9(5)V99 VALUE 0.
       77 WS-CNC-NIF         PIC X(9) VALUE SPACES.
       77 WS-CNC-REF         PIC X(17) VALUE SPACES.
       77 WS-CNC-FATREF      PIC X(5) VALUE SPACES.
       77 WS-CNC-FATNUM      PIC 9(5) VALUE 0.
       77 WS-CNC-POS         PIC 9(2) VALUE 0.
       77 WS-CNC-DIG         PIC 9 VALUE 0.
       77 WS-CNC-SITUACAO    PIC X(10) VALUE SPACES.
       77 WS-CNC-NOVOS       PIC 9(5) VALUE 0.
       77 WS-CNC-JA          PIC 9(5) VALUE 0.
       77 WS-CNC-RECIBOS     PIC 9(5) VALUE 0.
       77 WS-CNC-SUSP        PIC 9(5) VALUE 0.
       77 WS-CNC-TOT-LANC    PIC 9(8)V99 VALUE 0.
       77 WS-CNC-TOT-SUSP    PIC 9(8)V99 VALUE 0.
       77 WS-CNC-AB-TOT      PIC 9(3) VALUE 0.
       77 WS-CNC-AB-I        PIC 9(3) VALUE 0.
       01 WS-CNC-DATA.
           05 WS-CNC-DATA-ANO PIC X(4).
           05 WS-CNC-DATA-MES PIC X(2).
           05 WS-CNC-DATA-DIA PIC X(2).
       01 WS-CNC-ABERTAS.
           05 WS-CNC-AB-ITEM OCCURS 100.
               10 WS-CNC-AB-NUM   PIC X(5).
               10 WS-CNC-AB-SALDO PIC 9(6)V99.
       01 CNC-DET.
           05 CNC-DATA       PIC 9(8).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 CNC-SEQ        PIC 9(4).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 CNC-REF        PIC X(16).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 CNC-NIF        PIC X(9).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 CNC-VALOR      PIC Z.ZZZ.ZZ9,99.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 CNC-FATURA     PIC X(5).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 CNC-RECIBO     PIC X(5).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 CNC-SITUACAO   PIC X(10).
       77 FS-GR              PIC X(2).
       77 FS-GRL             PIC X(2).
       77 FS-GIMP            PIC X(2).
       77 WS-GR-NOME         PIC X(25) VALUE SPACES.
       77 WS-OPCAO-GR        PIC 9 VALUE 9.
       77 WS-GR-NIF          PIC X(9) VALUE SPACES.
       77 WS-GR-CLI-NOME     PIC X(30) VALUE SPACES.
       77 WS-GR-CLI-PRAZO    PIC X(3) VALUE SPACES.
       77 TEMP-DATA-GR       PIC X(8) VALUE SPACES.
       77 TEMP-HORA-GR       PIC X(4) VALUE SPACES.
       77 WS-GR-PROC         PIC X(5) VALUE SPACES.
       77 WS-GR-ERRO         PIC X(50) VALUE SPACES.
       77 WS-GR-TOT          PIC 9(2) VALUE 0.
       77 WS-GR-I            PIC 9(2) VALUE 0.
       77 WS-GR-IND          PIC 9(2) VALUE 0.
       77 WS-GR-SEL-TOT      PIC 9(2) VALUE 0.
       77 WS-GR-QTD-TOT      PIC 9(5) VALUE 0.
       77 WS-GR-DIAS         PIC S9(5) VALUE 0.
       77 WS-GR-GUARDA       PIC X(80) VALUE SPACES.
       01 WS-GRL-UNIDADES.
           05 WS-GRL-UNI OCCURS 20 PIC X(3).
       01 WS-GR-TAB.
           05 WS-GR-ITEM OCCURS 15.
               10 WS-GR-T-NUM    PIC X(5).
               10 WS-GR-T-SEL    PIC X(1).
       01 GRP-DET.
           05 GRP-NUMERO     PIC X(5).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 GRP-DATA       PIC 9(8).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 GRP-NIF        PIC X(9).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 GRP-NOME       PIC X(30).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 GRP-DIAS       PIC ZZZZ9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 GRP-LINHAS     PIC ZZ9.
       SCREEN SECTION.
         01 CLS BLANK SCREEN.
         01 LAYOUT.
           03 COL 40 VALUE "15-CARTAS DE COBRANCA: "            LINE 15.
           03 COL 40 VALUE "16-EXPORT CONTABILIDADE: "           LINE 16.
           03 COL 40 VALUE "17-CONVERTER FATURAS ANTIGAS: "      LINE 17.
           03 COL 40 VALUE "18-EXPORTAR SAF-T (PT): "           LINE 18.
           03 COL 40 VALUE "19-SERIES DE DOCUMENTOS: "          LINE 19.
           03 COL 40 VALUE "20-VERIFICAR ASSINATURAS: "         LINE 20.
           03 COL 40 VALUE "21-ARTIGOS: "                       LINE 21.
           03 COL 40 VALUE "22-PRECOS POR CLIENTE: "            LINE 22.
           03 COL 40 VALUE "23-VENDAS POR ARTIGO: "             LINE 23.
           03 COL 01 VALUE "24-CONCILIACAO BANCARIA: "          LINE 15.
           03 COL 01 VALUE "25-GUIAS DE REMESSA: "              LINE 16.
           03 COL 01 VALUE "0-SAIR DO PROGRAMA: "               LINE 17.
           03 COL 01 VALUE "DIGITE OPCAO DESEJADA[ ] "          LINE 19.

           01 DATA-SISTEMA.
           05 WRK-ANO PIC 9(4).
           05 COL 01 VALUE "*******************************************"
            &"*****************************"
           FOREGROUND-COLOR 2 HIGHLIGHT                         LINE 11.

         01 CABECALHO-SER.
           05 COL 1 VALUE "*******************************************"&
           "*****************************"
           FOREGROUND-COLOR 2 HIGHLIGHT                         LINE 1.
           05 COL 01 VALUE "SERIES DE DOCUMENTOS"             LINE 2.
           05 COL 1 VALUE "*******************************************"&
           "*****************************"
           FOREGROUND-COLOR 2 HIGHLIGHT                         LINE 3.
           05 COL 01 VALUE "     TIPO (FT/NC/GR): "             LINE 5.
           05 COL 01 VALUE "        CODIGO SERIE: "             LINE 6.
           05 COL 01 VALUE "   COD. VALIDACAO AT: "             LINE 7.
           05 COL 01 VALUE "       ULTIMO NUMERO: "             LINE 8.
           05 COL 01 VALUE "        ESTADO (A/F): "             LINE 9.
           05 COL 01 VALUE "  INICIO (AAAAMMDD): "              LINE 10.
           05 COL 01 VALUE "*******************************************"
            &"*****************************"
           FOREGROUND-COLOR 2 HIGHLIGHT                         LINE 14.

         01 CABECALHO-ART.
           05 COL 1 VALUE "*******************************************"&
           "*****************************"
           FOREGROUND-COLOR 2 HIGHLIGHT                         LINE 1.
           05 COL 01 VALUE "FICHA DE ARTIGO"                  LINE 2.
           05 COL 1 VALUE "*******************************************"&
           "*****************************"
           FOREGROUND-COLOR 2 HIGHLIGHT                         LINE 3.
           05 COL 01 VALUE "    CODIGO DO ARTIGO: "             LINE 5.
           05 COL 01 VALUE "           DESCRICAO: "             LINE 6.
           05 COL 01 VALUE "             UNIDADE: "             LINE 7.
           05 COL 01 VALUE "          PRECO BASE: "             LINE 8.
           05 COL 01 VALUE " TAXA IVA (06/13/23): "             LINE 9.
           05 COL 01 VALUE "         ATIVO (S/N): "             LINE 10.
           05 COL 01 VALUE "*******************************************"
            &"*****************************"
           FOREGROUND-COLOR 2 HIGHLIGHT                         LINE 14.

         01 CABECALHO-PRC.
           05 COL 1 VALUE "*******************************************"&
           "*****************************"
           FOREGROUND-COLOR 2 HIGHLIGHT                         LINE 1.
           05 COL 01 VALUE "PRECOS POR CLIENTE"               LINE 2.
           05 COL 1 VALUE "*******************************************"&
           "*****************************"
           FOREGROUND-COLOR 2 HIGHLIGHT                         LINE 3.
           05 COL 01 VALUE "      NIF DO CLIENTE: "             LINE 5.
           05 COL 01 VALUE "    ARTIGO (*=TODOS): "             LINE 6.
           05 COL 01 VALUE "      PRECO ESPECIAL: "             LINE 7.
           05 COL 01 VALUE "        DESCONTO (%): "             LINE 8.
           05 COL 01 VALUE "*******************************************"
            &"*****************************"
           FOREGROUND-COLOR 2 HIGHLIGHT                         LINE 14.

         01 CABECALHO-CNC.
           05 COL 1 VALUE "*******************************************"&
           "*****************************"
           FOREGROUND-COLOR 2 HIGHLIGHT                         LINE 1.
           05 COL 01 VALUE "CONCILIACAO BANCARIA"             LINE 2.
           05 COL 1 VALUE "*******************************************"&
           "*****************************"
           FOREGROUND-COLOR 2 HIGHLIGHT                         LINE 3.
           05 COL 01 VALUE "    CONTA DA EMPRESA: "             LINE 5.
           05 COL 01 VALUE "     DATA (AAAAMMDD): "             LINE 6.
           05 COL 01 VALUE "      SEQ. MOVIMENTO: "             LINE 7.
           05 COL 01 VALUE "          REFERENCIA: "             LINE 8.
           05 COL 01 VALUE "       NIF ORDENANTE: "             LINE 9.
           05 COL 01 VALUE "    VALOR DO CREDITO: "             LINE 10.
           05 COL 01 VALUE "    SALDO POR AFETAR: "             LINE 11.
           05 COL 01 VALUE "   FATURA A LIQUIDAR: "             LINE 12.
           05 COL 01 VALUE "      VALOR A AFETAR: "             LINE 13.
           05 COL 01 VALUE "*******************************************"
            &"*****************************"
           FOREGROUND-COLOR 2 HIGHLIGHT                         LINE 14.

         01 CABECALHO-GR.
           05 COL 1 VALUE "*******************************************"&
           "*****************************"
           FOREGROUND-COLOR 2 HIGHLIGHT                         LINE 1.
           05 COL 01 VALUE "GUIA DE REMESSA"                  LINE 2.
           05 COL 1 VALUE "*******************************************"&
           "*****************************"
           FOREGROUND-COLOR 2 HIGHLIGHT                         LINE 3.
           05 COL 01 VALUE "      NUMERO DA GUIA: "             LINE 5.
           05 COL 01 VALUE "                 NIF: "             LINE 6.
           05 COL 01 VALUE "   MORADA DE ENTREGA: "             LINE 7.
           05 COL 01 VALUE "    CARGA (AAAAMMDD): "             LINE 8.
           05 COL 01 VALUE "   HORA CARGA (HHMM): "             LINE 9.
           05 COL 01 VALUE "           MATRICULA: "             LINE 10.
           05 COL 01 VALUE "        ESTADO (A/F): "             LINE 11.
           05 COL 01 VALUE "              FATURA: "             LINE 12.
           05 COL 01 VALUE "*******************************************"
            &"*****************************"
           FOREGROUND-COLOR 2 HIGHLIGHT                         LINE 14.
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-LOTE-PARM FROM COMMAND-LINE.
           IF WS-LOTE-PARM NOT = SPACES THEN
               PERFORM EXECUTAR-LOTE
               STOP RUN
           END-IF.
           DISPLAY CLS.
           DISPLAY LAYOUT.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
            WRK-ANO) AT 0355.
           PERFORM UNTIL (REPETIR="N")
           ACCEPT OPCAO AT 1923
               EVALUATE OPCAO
                   WHEN 1 PERFORM REGISTAR
                   WHEN 2 PERFORM CONSULTAR
                   WHEN 15 PERFORM CARTAS-COBRANCA
                   WHEN 16 PERFORM EXPORT-CONTABILIDADE
                   WHEN 17 PERFORM CONVERTER-FATURAS
                           PERFORM CONVERTER-LINHAS
                   WHEN 18 PERFORM EXPORTAR-SAFT
                   WHEN 19 PERFORM GESTAO-SERIES
                   WHEN 20 PERFORM VERIFICAR-ASSINATURAS
                   WHEN 21 PERFORM GESTAO-ARTIGOS
                   WHEN 22 PERFORM GESTAO-PRECOS
                   WHEN 23 PERFORM VENDAS-POR-ARTIGO
                   WHEN 24 PERFORM CONCILIACAO-BANCARIA
                   WHEN 25 PERFORM GESTAO-GUIAS
                   WHEN 0 STOP RUN
               END-EVALUATE
               DISPLAY CLS
       REGISTAR.
           DISPLAY CLS.
           DISPLAY CABECALHO1.
           MOVE "FT" TO WS-ASS-TIPO.
           PERFORM OBTER-SERIE-ATIVA.
           IF WS-SER-ACHOU = 0 THEN
               DISPLAY "NAO HA SERIE DE FATURAS ATIVA!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1720
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O FIC.
           MOVE 0 TO EXISTE.
           PERFORM OBTER-MAIOR-FATURA.
           ADD 1 TO WS-MAX-NUM.
           MOVE WS-MAX-NUM TO WS-NUM-EDIT.
           MOVE WS-NUM-EDIT TO NUMERO-FATURA.
           DISPLAY NUMERO-FATURA AT 0522.
           ACCEPT DIA AT 0622.
           ACCEPT MES AT 0625.
           ACCEPT ANO AT 0628.
           COMPUTE WS-PER-ANOMES = FUNCTION NUMVAL(ANO) * 100
               + FUNCTION NUMVAL(MES).
           PERFORM VERIFICAR-PERIODO-FECHADO.
           IF PERIODO-FECHADO THEN
               DISPLAY "PERIODO FECHADO - DATA NAO ACEITE!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1720
               CLOSE FIC
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           ACCEPT PRAZO AT 0722.
                IF (NOT VALIDA-PRAZO) THEN
                    DISPLAY "PRAZO INEXISTENTE!"FOREGROUND-COLOR 4
                    ELSE
                       DISPLAY " " ERASE EOL AT 0735
                END-IF.
           ACCEPT NIF AT 1422.
           DISPLAY "FATURA COM LINHAS (S/N)? " AT 1750.
           MOVE SPACE TO WS-COM-LINHAS.
           ACCEPT WS-COM-LINHAS AT 1776.
           IF COM-LINHAS-SIM THEN
               PERFORM ENTRAR-LINHAS-FATURA THRU ENTRAR-UMA-LINHA
               MOVE WS-LIN-TOT-BASE TO BASE-TRIB
               MOVE WS-LIN-TOT-IVA TO VALOR-IVA
               COMPUTE VALOR = BASE-TRIB + VALOR-IVA
                       ELSE
                          DISPLAY " " ERASE EOL AT 1335
                  END-IF.
           MOVE 0 TO EXISTE.
           MOVE 0 TO VALOR-PAGO.
           MOVE SPACES TO DIA-PAGAMENTO MES-PAGAMENTO ANO-PAGAMENTO.
                   IF COM-LINHAS-SIM THEN
                       PERFORM GRAVAR-LINHAS-FATURA
                   END-IF
                   PERFORM ASSINAR-FATURA
                   PERFORM MOSTRAR-ASSINATURA
                   DISPLAY "REGISTO INSERIDO COM SUCESSO" AT 1720
               ELSE
                   DISPLAY "REGISTO JA EXISTE" AT 1720
               LINE WS-LIN-LINHA POSITION 1.
           ADD 1 TO WS-LIN-LINHA.
       ENTRAR-UMA-LINHA.
      * CADA LINHA E UM ARTIGO DO FICHEIRO DE ARTIGOS; DESCRICAO,
      * PRECO (COM O PRECO OU DESCONTO DO CLIENTE) E TAXA VEM DELE
           IF WS-LIN-TOT >= 20 THEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ART:" LINE WS-LIN-LINHA POSITION 1.
           MOVE SPACES TO WS-LIN-ART.
           ACCEPT WS-LIN-ART LINE WS-LIN-LINHA POSITION 6.
           IF WS-LIN-ART = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM OBTER-PRECO-ARTIGO.
           IF WS-ART-OK = 0 THEN
               DISPLAY "ARTIGO INEXISTENTE OU INATIVO!"
                   FOREGROUND-COLOR 4 HIGHLIGHT
                   LINE WS-LIN-LINHA POSITION 13
               GO ENTRAR-UMA-LINHA
           END-IF.
           ADD 1 TO WS-LIN-TOT.
           MOVE WS-LIN-ART TO WL-ARTIGO(WS-LIN-TOT).
           MOVE ART-DESC TO WL-DESC(WS-LIN-TOT).
           MOVE WS-ART-PRECO-CLI TO WL-PRECO(WS-LIN-TOT).
           MOVE ART-TAXA TO WL-TAXA(WS-LIN-TOT).
           DISPLAY WL-DESC(WS-LIN-TOT) LINE WS-LIN-LINHA POSITION 13.
           DISPLAY "QTD:" LINE WS-LIN-LINHA POSITION 44.
           MOVE SPACES TO TEMP-QTD.
           ACCEPT TEMP-QTD LINE WS-LIN-LINHA POSITION 49.
           MOVE FUNCTION NUMVAL(TEMP-QTD) TO WL-QTD(WS-LIN-TOT).
           IF WL-QTD(WS-LIN-TOT) = 0 THEN
               MOVE 1 TO WL-QTD(WS-LIN-TOT)
           END-IF.
           MOVE WL-PRECO(WS-LIN-TOT) TO SAIDA-LIN.
           DISPLAY SAIDA-LIN LINE WS-LIN-LINHA POSITION 55.
           DISPLAY WL-TAXA(WS-LIN-TOT) LINE WS-LIN-LINHA POSITION 66.
           DISPLAY "%" LINE WS-LIN-LINHA POSITION 68.

           COMPUTE WL-BASE(WS-LIN-TOT) = WL-QTD(WS-LIN-TOT) *
               WL-PRECO(WS-LIN-TOT).
               MOVE WL-PRECO(WS-LIN-I) TO LIN-PRECO
               MOVE WL-TAXA(WS-LIN-I) TO LIN-TAXA
               MOVE WL-BASE(WS-LIN-I) TO LIN-BASE
               MOVE WL-ARTIGO(WS-LIN-I) TO LIN-ARTIGO
               WRITE REGISTO-LIN
                   INVALID KEY CONTINUE
               END-WRITE
                   DISPLAY SAIDA AT 1222
                   DISPLAY PAGO AT 1322
                   DISPLAY NIF AT 1422
                   PERFORM MOSTRAR-ATCUD
                   MOVE 18 TO WS-LIN-LINHA
                   PERFORM MOSTRAR-LINHAS-FATURA
           END-READ.
           DISPLAY CABECALHO1.
           OPEN I-O FIC.
           ACCEPT NUMERO-FATURA AT 0522.
           PERFORM VERIFICAR-DOC-EMITIDO.
           IF WS-DOC-EMITIDO = 1 THEN
               DISPLAY "FATURA EMITIDA - CORRIGIR POR NOTA DE CREDITO"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1720
               CLOSE FIC
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           READ FIC
               INVALID KEY
                   DISPLAY "FATURA NAO ENCONTRADA!" AT 1720
               NOT INVALID KEY
      * MES FECHADO PELA CONTABILIDADE NAO ACEITA ALTERACOES
                   COMPUTE WS-PER-ANOMES = FUNCTION NUMVAL(ANO) * 100
                       + FUNCTION NUMVAL(MES)
                   PERFORM VERIFICAR-PERIODO-FECHADO
                   IF PERIODO-FECHADO THEN
                       DISPLAY "PERIODO FECHADO - OPERACAO RECUSADA!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1720
                       CLOSE FIC
                       ACCEPT OMITTED
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY DIA AT 0629
                   DISPLAY MES AT 0632
                   DISPLAY ANO AT 0635
           DISPLAY CABECALHO1.
           OPEN I-O FIC.
           ACCEPT NUMERO-FATURA AT 0522.
           PERFORM VERIFICAR-DOC-EMITIDO.
           IF WS-DOC-EMITIDO = 1 THEN
               DISPLAY "FATURA EMITIDA - CORRIGIR POR NOTA DE CREDITO"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1720
               CLOSE FIC
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           READ FIC
               INVALID KEY
                   DISPLAY "FATURA NAO ENCONTRADA!" AT 1720
               NOT INVALID KEY
      * MES FECHADO PELA CONTABILIDADE NAO ACEITA ALTERACOES
                   COMPUTE WS-PER-ANOMES = FUNCTION NUMVAL(ANO) * 100
                       + FUNCTION NUMVAL(MES)
                   PERFORM VERIFICAR-PERIODO-FECHADO
                   IF PERIODO-FECHADO THEN
                       DISPLAY "PERIODO FECHADO - OPERACAO RECUSADA!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1720
                       CLOSE FIC
                       ACCEPT OMITTED
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY DIA AT 0629
                   DISPLAY MES AT 0632
                   DISPLAY ANO AT 0635
       REGISTAR-PAGAMENTO.
           DISPLAY CLS.
           DISPLAY CABECALHO1.
           COMPUTE WS-PER-ANOMES = WRK-ANO * 100 + WRK-MES.
           PERFORM VERIFICAR-PERIODO-FECHADO.
           IF PERIODO-FECHADO THEN
               DISPLAY "PERIODO FECHADO - OPERACAO RECUSADA!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1720
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O FIC.
           ACCEPT NUMERO-FATURA AT 0522.
           READ FIC
       REGISTAR-NOTA-CREDITO.
           DISPLAY CLS.
           DISPLAY CABECALHO-NC.
           COMPUTE WS-PER-ANOMES = WRK-ANO * 100 + WRK-MES.
           PERFORM VERIFICAR-PERIODO-FECHADO.
           IF PERIODO-FECHADO THEN
               DISPLAY "PERIODO FECHADO - OPERACAO RECUSADA!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1320
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           MOVE "NC" TO WS-ASS-TIPO.
           PERFORM OBTER-SERIE-ATIVA.
           IF WS-SER-ACHOU = 0 THEN
               DISPLAY "NAO HA SERIE DE NOTAS DE CREDITO ATIVA!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1320
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O FICNC.
           PERFORM OBTER-MAIOR-NC.
           ADD 1 TO WS-MAX-NUM.
           MOVE WS-MAX-NUM TO WS-NUM-EDIT.
           MOVE WS-NUM-EDIT TO WS-NC-NUM.
           DISPLAY WS-NC-NUM AT 0522.
           ACCEPT WS-FAT-REF AT 0622.
           MOVE 0 TO WS-ACHOU-FAT.
           OPEN I-O FIC.
                           MOVE "P" TO PAGO
                       END-IF
                       REWRITE REGISTO
                       MOVE "NC" TO WS-ASS-TIPO
                       MOVE NC-NUMERO TO WS-ASS-NUMERO
                       MOVE SPACES TO WS-ASS-DATA
                       STRING NC-ANO "-" NC-MES "-" NC-DIA
                           DELIMITED BY SIZE INTO WS-ASS-DATA
                       MOVE NC-FATURA TO WS-ASS-REF
                       MOVE NC-VALOR TO WS-ASS-VALOR
                       PERFORM ASSINAR-DOCUMENTO
                       PERFORM MOSTRAR-ASSINATURA
                       DISPLAY "NOTA DE CREDITO REGISTADA COM SUCESSO"
                           AT 1320
                   ELSE
           ACCEPT OMITTED.

       CARTAS-COBRANCA.
           MOVE SPACES TO TEMP-LIM.
           IF MODO-LOTE THEN
               DISPLAY "CARTAS DE COBRANCA"
           ELSE
               DISPLAY CLS
               DISPLAY "CARTAS DE COBRANCA" LINE 1 POSITION 1
               DISPLAY "DIAS P/ AVISO FORMAL (ENTER=30): "
                   LINE 3 POSITION 1
               ACCEPT TEMP-LIM LINE 3 POSITION 34
           END-IF.
           IF TEMP-LIM NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(TEMP-LIM) TO WS-LIM-FORMAL
           END-IF.
           MOVE SPACES TO TEMP-LIM.
           IF NOT MODO-LOTE THEN
               DISPLAY "DIAS P/ AVISO FINAL (ENTER=60):  "
                   LINE 4 POSITION 1
               ACCEPT TEMP-LIM LINE 4 POSITION 34
           END-IF.
           IF TEMP-LIM NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(TEMP-LIM) TO WS-LIM-FINAL
           END-IF.
               PERFORM GERA-CARTA-CLIENTE
           END-PERFORM.

           IF MODO-LOTE THEN
               DISPLAY "CARTAS GERADAS: " WS-CARTAS-GER
           ELSE
               DISPLAY "CARTAS GERADAS: " LINE 6 POSITION 1
               DISPLAY WS-CARTAS-GER LINE 6 POSITION 17
               ACCEPT OMITTED
           END-IF.

       RECOLHE-FATURA-COBRANCA.
           MOVE ANO TO WS-DATA-FATURA-NUM(1:4).
           IF WS-DIAS-ATRASO <= 0 OR WS-COB-TOTAL >= 200 THEN
               EXIT PARAGRAPH
           END-IF.
      * FATURA JA AVISADA HA MENOS DE 30 DIAS NAO SOBE DE NIVEL: UMA
      * NOVA CORRIDA NO MESMO DIA OU NOS DIAS SEGUINTES NAO ESCALA
           IF DATA-AVISO-FT NOT = 0 THEN
               IF FUNCTION INTEGER-OF-DATE(DATA-AVISO-FT) >
                  WS-INT-HOJE - 30 THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           ADD 1 TO WS-COB-TOTAL.
           MOVE NUMERO-FATURA TO COB-NUM(WS-COB-TOTAL).
           ADD EXP-TOTAL TO WS-EXP-TOT.
           ADD EXP-PAGO TO WS-EXP-PAGO.

       EXPORTAR-SAFT.
      * FICHEIRO NORMALIZADO DE AUDITORIA SAF-T (PT) DO PERIODO.
      * 1A PASSAGEM RECOLHE CLIENTES, PRODUTOS E TOTAIS; 2A ESCREVE
      * O XML. AS DUAS TEM DE BATER E FICAM NO RESUMO DE CONTROLO.
           DISPLAY CLS.
           DISPLAY "EXPORTACAO SAF-T (PT) - FICHEIRO DE AUDITORIA"
               LINE 1 POSITION 1.
           DISPLAY "DATA INICIAL (AAAAMMDD): " LINE 2 POSITION 1.
           MOVE SPACES TO WS-SAFT-TEMP.
           ACCEPT WS-SAFT-TEMP LINE 2 POSITION 26.
           DISPLAY "DATA FINAL   (AAAAMMDD): " LINE 3 POSITION 1.
           MOVE SPACES TO WS-SAFT-TEMP2.
           ACCEPT WS-SAFT-TEMP2 LINE 3 POSITION 26.
           IF WS-SAFT-TEMP NOT NUMERIC OR WS-SAFT-TEMP2 NOT NUMERIC
               THEN
               DISPLAY "DATA INVALIDA!" FOREGROUND-COLOR 4
                   HIGHLIGHT LINE 5 POSITION 1
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SAFT-TEMP TO WS-SAFT-INI.
           MOVE WS-SAFT-TEMP2 TO WS-SAFT-FIM.
           IF WS-SAFT-INI > WS-SAFT-FIM
               OR WS-SAFT-INI(1:4) NOT = WS-SAFT-FIM(1:4) THEN
               DISPLAY "PERIODO INVALIDO - TEM DE CABER NUM SO ANO "
                   & "FISCAL" FOREGROUND-COLOR 4
                   HIGHLIGHT LINE 5 POSITION 1
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.

           PERFORM CARREGAR-EMPRESA-SAFT.
           IF SAFT-EMP-NIF = SPACES THEN
               DISPLAY "NIF DA EMPRESA EM FALTA - EXPORTACAO CANCELADA"
                   FOREGROUND-COLOR 4 HIGHLIGHT LINE 12 POSITION 1
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.

           MOVE ZEROS TO WS-SAFT-TOTAIS.
           MOVE 0 TO WS-SAFT-NIF-TOT.
           MOVE 0 TO WS-SAFT-PROD-TOT.
           MOVE 0 TO WS-SAFT-DIVERG.
           PERFORM VARYING IND-TAXA FROM 1 BY 1 UNTIL IND-TAXA > 3
               MOVE 0 TO WS-TOT-BASE(IND-TAXA)
               MOVE 0 TO WS-TOT-IVA(IND-TAXA)
           END-PERFORM.
           MOVE SPACES TO WS-SAFT-NOME.
           STRING "SAFT_PT_" WS-SAFT-INI "_" WS-SAFT-FIM ".XML"
               DELIMITED BY SIZE INTO WS-SAFT-NOME.

           OPEN OUTPUT FICSCT.
           MOVE SPACES TO LINHA-SCT.
           STRING "SABLIMPA LDA - SAF-T (PT) - RESUMO DE CONTROLO"
               DELIMITED BY SIZE INTO LINHA-SCT.
           WRITE LINHA-SCT.
           MOVE SPACES TO LINHA-SCT.
           STRING "PERIODO: " WS-SAFT-INI " A " WS-SAFT-FIM
               "  FICHEIRO: " WS-SAFT-NOME
               DELIMITED BY SIZE INTO LINHA-SCT.
           WRITE LINHA-SCT.
           MOVE SPACES TO LINHA-SCT.
           WRITE LINHA-SCT.
           MOVE "DIVERGENCIAS:" TO LINHA-SCT.
           WRITE LINHA-SCT.

           MOVE 1 TO WS-SAFT-FASE.
           PERFORM PERCORRER-FATURAS-SAFT.
           PERFORM PERCORRER-NC-SAFT.
           PERFORM PERCORRER-RECIBOS-SAFT.

           OPEN INPUT FICASS.
           OPEN OUTPUT FICSAFT.
           MOVE 0 TO WS-SAFT-NIVEL.
           MOVE '<?xml version="1.0" encoding="Windows-1252"?>'
               TO LINHA-SAFT.
           WRITE LINHA-SAFT.
           MOVE '<AuditFile xmlns="urn:OECD:StandardAuditFile-Tax:'
               & 'PT_1.04_01">' TO LINHA-SAFT.
           WRITE LINHA-SAFT.
           MOVE 1 TO WS-SAFT-NIVEL.
           PERFORM ESCREVE-CABECALHO-SAFT.
           MOVE "MasterFiles" TO WS-SAFT-TAG.
           PERFORM ABRE-TAG-SAFT.
           PERFORM ESCREVE-CLIENTES-SAFT.
           PERFORM ESCREVE-PRODUTOS-SAFT.
           PERFORM ESCREVE-TAXAS-SAFT.
           MOVE "MasterFiles" TO WS-SAFT-TAG.
           PERFORM FECHA-TAG-SAFT.

           MOVE "SourceDocuments" TO WS-SAFT-TAG.
           PERFORM ABRE-TAG-SAFT.
           MOVE "SalesInvoices" TO WS-SAFT-TAG.
           PERFORM ABRE-TAG-SAFT.
           COMPUTE WS-SAFT-INT = SAFT-FT-CONT(1) + SAFT-NC-CONT(1).
           PERFORM FORMATA-INTEIRO-SAFT.
           MOVE "NumberOfEntries" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE SAFT-NC-NET(1) TO WS-SAFT-VALOR.
           PERFORM FORMATA-VALOR-SAFT.
           MOVE "TotalDebit" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE SAFT-FT-NET(1) TO WS-SAFT-VALOR.
           PERFORM FORMATA-VALOR-SAFT.
           MOVE "TotalCredit" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE 2 TO WS-SAFT-FASE.
           PERFORM PERCORRER-FATURAS-SAFT.
           PERFORM PERCORRER-NC-SAFT.
           MOVE "SalesInvoices" TO WS-SAFT-TAG.
           PERFORM FECHA-TAG-SAFT.

           MOVE "Payments" TO WS-SAFT-TAG.
           PERFORM ABRE-TAG-SAFT.
           MOVE SAFT-RG-CONT(1) TO WS-SAFT-INT.
           PERFORM FORMATA-INTEIRO-SAFT.
           MOVE "NumberOfEntries" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE 0 TO WS-SAFT-VALOR.
           PERFORM FORMATA-VALOR-SAFT.
           MOVE "TotalDebit" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE SAFT-RG-NET(1) TO WS-SAFT-VALOR.
           PERFORM FORMATA-VALOR-SAFT.
           MOVE "TotalCredit" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           PERFORM PERCORRER-RECIBOS-SAFT.
           MOVE "Payments" TO WS-SAFT-TAG.
           PERFORM FECHA-TAG-SAFT.
           MOVE "SourceDocuments" TO WS-SAFT-TAG.
           PERFORM FECHA-TAG-SAFT.
           MOVE "AuditFile" TO WS-SAFT-TAG.
           PERFORM FECHA-TAG-SAFT.
           CLOSE FICSAFT.
           CLOSE FICASS.

           PERFORM ESCREVE-RESUMO-SAFT.
           CLOSE FICSCT.

           DISPLAY "FATURAS: " LINE 14 POSITION 1.
           DISPLAY SAFT-FT-CONT(2) LINE 14 POSITION 19.
           DISPLAY "NOTAS DE CREDITO: " LINE 15 POSITION 1.
           DISPLAY SAFT-NC-CONT(2) LINE 15 POSITION 19.
           DISPLAY "RECIBOS: " LINE 16 POSITION 1.
           DISPLAY SAFT-RG-CONT(2) LINE 16 POSITION 19.
           DISPLAY "FICHEIRO: " LINE 17 POSITION 1.
           DISPLAY WS-SAFT-NOME LINE 17 POSITION 11.
           IF WS-SAFT-DIVERG = 0 THEN
               DISPLAY "VALIDACAO: OK - RESUMO EM SAFT_CONTROLO.TXT"
                   LINE 18 POSITION 1
           ELSE
               DISPLAY "DIVERGENCIAS: " FOREGROUND-COLOR 4
                   HIGHLIGHT LINE 18 POSITION 1
               DISPLAY WS-SAFT-DIVERG LINE 18 POSITION 15
               DISPLAY "- VER SAFT_CONTROLO.TXT" LINE 18 POSITION 21
           END-IF.
           ACCEPT OMITTED.

       CARREGAR-EMPRESA-SAFT.
      * DADOS DA EMPRESA EM EMPRESA.TXT; NA 1A VEZ SAO PEDIDOS
           MOVE SPACES TO WS-SAFT-EMPRESA.
           OPEN INPUT FICEMP.
           IF FS-EMP = "00" THEN
               READ FICEMP
                   AT END
                       CONTINUE
                   NOT AT END
                       UNSTRING LINHA-EMP DELIMITED BY ";"
                           INTO SAFT-EMP-NIF SAFT-EMP-NOME
                                SAFT-EMP-MORADA SAFT-EMP-CIDADE
                                SAFT-EMP-CPOSTAL
                       END-UNSTRING
               END-READ
           END-IF.
           CLOSE FICEMP.
           IF SAFT-EMP-NIF = SPACES THEN
               DISPLAY "DADOS DA EMPRESA (FICAM EM EMPRESA.TXT)"
                   LINE 5 POSITION 1
               DISPLAY "         NIF: " LINE 6 POSITION 1
               ACCEPT SAFT-EMP-NIF LINE 6 POSITION 15
               DISPLAY "      MORADA: " LINE 7 POSITION 1
               ACCEPT SAFT-EMP-MORADA LINE 7 POSITION 15
               DISPLAY "  LOCALIDADE: " LINE 8 POSITION 1
               ACCEPT SAFT-EMP-CIDADE LINE 8 POSITION 15
               DISPLAY "COD. POSTAL:  " LINE 9 POSITION 1
               ACCEPT SAFT-EMP-CPOSTAL LINE 9 POSITION 15
               MOVE "SABLIMPA, LDA" TO SAFT-EMP-NOME
               IF SAFT-EMP-NIF NOT = SPACES THEN
                   OPEN OUTPUT FICEMP
                   MOVE SPACES TO LINHA-EMP
                   STRING SAFT-EMP-NIF ";"
                       FUNCTION TRIM(SAFT-EMP-NOME) ";"
                       FUNCTION TRIM(SAFT-EMP-MORADA) ";"
                       FUNCTION TRIM(SAFT-EMP-CIDADE) ";"
                       SAFT-EMP-CPOSTAL
                       DELIMITED BY SIZE INTO LINHA-EMP
                   WRITE LINHA-EMP
                   CLOSE FICEMP
               END-IF
           END-IF.
           IF SAFT-EMP-NOME = SPACES THEN
               MOVE "SABLIMPA, LDA" TO SAFT-EMP-NOME
           END-IF.
           IF SAFT-EMP-MORADA = SPACES THEN
               MOVE "Desconhecido" TO SAFT-EMP-MORADA
           END-IF.
           IF SAFT-EMP-CIDADE = SPACES THEN
               MOVE "Desconhecido" TO SAFT-EMP-CIDADE
           END-IF.
           IF SAFT-EMP-CPOSTAL = SPACES THEN
               MOVE "0000-000" TO SAFT-EMP-CPOSTAL
           END-IF.

       PERCORRER-FATURAS-SAFT.
           OPEN INPUT FIC.
           OPEN INPUT FICLIN.
           MOVE LOW-VALUES TO NUMERO-FATURA.
           MOVE "00" TO FS.
           START FIC KEY IS NOT LESS THAN NUMERO-FATURA
               INVALID KEY MOVE "10" TO FS
           END-START.
           PERFORM UNTIL FS = "10"
               READ FIC NEXT RECORD
                   AT END
                       MOVE "10" TO FS
                   NOT AT END
                       MOVE ANO TO WS-SAFT-DATA-DOC(1:4)
                       MOVE MES TO WS-SAFT-DATA-DOC(5:2)
                       MOVE DIA TO WS-SAFT-DATA-DOC(7:2)
                       IF WS-SAFT-DATA-DOC >= WS-SAFT-INI
                           AND WS-SAFT-DATA-DOC <= WS-SAFT-FIM THEN
                           PERFORM TRATAR-FATURA-SAFT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICLIN.
           CLOSE FIC.

       TRATAR-FATURA-SAFT.
           MOVE "FT" TO WS-SAFT-DOC-TIPO.
           MOVE NUMERO-FATURA TO WS-SAFT-DOC-NUM.
           MOVE SPACES TO WS-SAFT-DOC-DATA.
           STRING ANO "-" MES "-" DIA
               DELIMITED BY SIZE INTO WS-SAFT-DOC-DATA.
           MOVE NIF TO WS-SAFT-DOC-NIF.
           IF WS-SAFT-DOC-NIF = SPACES THEN
               MOVE WS-SAFT-CONS-FINAL TO WS-SAFT-DOC-NIF
           END-IF.
           IF WS-SAFT-FASE = 1 THEN
               PERFORM REGISTAR-NIF-SAFT
           ELSE
               PERFORM ABRE-DOCUMENTO-SAFT
           END-IF.
           PERFORM LINHAS-FATURA-SAFT.
           IF WS-SAFT-FASE = 1 THEN
               PERFORM VALIDAR-FATURA-SAFT
           ELSE
               PERFORM FECHA-DOCUMENTO-SAFT
           END-IF.
           ADD 1 TO SAFT-FT-CONT(WS-SAFT-FASE).
           ADD WS-SAFT-DOC-NET TO SAFT-FT-NET(WS-SAFT-FASE).
           ADD WS-SAFT-DOC-IVA TO SAFT-FT-IVA(WS-SAFT-FASE).

       LINHAS-FATURA-SAFT.
      * O IVA DE CADA LINHA E ARREDONDADO COMO NO REGISTO DA FATURA
           MOVE 0 TO WS-SAFT-DOC-NET.
           MOVE 0 TO WS-SAFT-DOC-IVA.
           MOVE 0 TO WS-SAFT-NLIN.
           MOVE 0 TO WS-SAFT-SEM-LINHAS.
           MOVE NUMERO-FATURA TO LIN-FATURA.
           MOVE 0 TO LIN-SEQ.
           MOVE "00" TO FS-LIN.
           START FICLIN KEY IS NOT LESS THAN LIN-CHAVE
               INVALID KEY MOVE "10" TO FS-LIN
           END-START.
           PERFORM UNTIL FS-LIN = "10"
               READ FICLIN NEXT RECORD
                   AT END
                       MOVE "10" TO FS-LIN
                   NOT AT END
                       IF LIN-FATURA NOT = NUMERO-FATURA THEN
                           MOVE "10" TO FS-LIN
                       ELSE
                           MOVE LIN-DESC TO WS-SAFT-DESC
                           MOVE LIN-ARTIGO TO WS-SAFT-ART
                           MOVE LIN-QTD TO WS-SAFT-QTD
                           MOVE LIN-PRECO TO WS-SAFT-PRECO
                           MOVE LIN-BASE TO WS-SAFT-BASE
                           MOVE LIN-TAXA TO WS-SAFT-TAXA
                           PERFORM TRATAR-LINHA-SAFT
                       END-IF
               END-READ
           END-PERFORM.
      * FATURA SEM LINHAS: UMA LINHA UNICA COM OS VALORES DO CABECALHO
           IF WS-SAFT-NLIN = 0 THEN
               MOVE 1 TO WS-SAFT-SEM-LINHAS
               MOVE WS-SAFT-DESC-GEN TO WS-SAFT-DESC
               MOVE SPACES TO WS-SAFT-ART
               MOVE 1 TO WS-SAFT-QTD
               MOVE BASE-TRIB TO WS-SAFT-PRECO
               MOVE BASE-TRIB TO WS-SAFT-BASE
               MOVE TAXA-IVA TO WS-SAFT-TAXA
               PERFORM TRATAR-LINHA-SAFT
           END-IF.

       TRATAR-LINHA-SAFT.
           ADD 1 TO WS-SAFT-NLIN.
           COMPUTE WS-SAFT-LIN-IVA ROUNDED =
               WS-SAFT-BASE * WS-SAFT-TAXA / 100.
           ADD WS-SAFT-BASE TO WS-SAFT-DOC-NET.
           ADD WS-SAFT-LIN-IVA TO WS-SAFT-DOC-IVA.
           PERFORM REGISTAR-PRODUTO-SAFT.
           IF WS-SAFT-FASE = 2 THEN
               PERFORM ESCREVE-LINHA-SAFT
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO IND-TAXA.
           IF WS-SAFT-TAXA = 06 THEN MOVE 1 TO IND-TAXA END-IF.
           IF WS-SAFT-TAXA = 13 THEN MOVE 2 TO IND-TAXA END-IF.
           IF WS-SAFT-TAXA = 23 THEN MOVE 3 TO IND-TAXA END-IF.
           IF IND-TAXA = 0 THEN
               MOVE 0 TO WS-SAFT-DIF
               MOVE "TAXA DE IVA FORA DA TABELA (06/13/23)"
                   TO WS-SAFT-MSG
               PERFORM DIVERGENCIA-SAFT
           ELSE
               IF WS-SAFT-DOC-TIPO = "FT" THEN
                   ADD WS-SAFT-BASE TO WS-TOT-BASE(IND-TAXA)
                   ADD WS-SAFT-LIN-IVA TO WS-TOT-IVA(IND-TAXA)
               END-IF
           END-IF.

       REGISTAR-PRODUTO-SAFT.
      * O CODIGO DO PRODUTO E A POSICAO DA DESCRICAO NA TABELA
           MOVE 0 TO WS-SAFT-PROD-ACH.
           PERFORM VARYING WS-SAFT-PROD-I FROM 1 BY 1
               UNTIL WS-SAFT-PROD-I > WS-SAFT-PROD-TOT
               IF WS-SAFT-PROD(WS-SAFT-PROD-I) = WS-SAFT-DESC
                   AND WS-SAFT-PROD-ART(WS-SAFT-PROD-I) = WS-SAFT-ART
                   THEN
                   MOVE WS-SAFT-PROD-I TO WS-SAFT-PROD-ACH
               END-IF
           END-PERFORM.
           IF WS-SAFT-PROD-ACH = 0 AND WS-SAFT-FASE = 1 THEN
               IF WS-SAFT-PROD-TOT < 200 THEN
                   ADD 1 TO WS-SAFT-PROD-TOT
                   MOVE WS-SAFT-DESC TO WS-SAFT-PROD(WS-SAFT-PROD-TOT)
                   MOVE WS-SAFT-ART
                       TO WS-SAFT-PROD-ART(WS-SAFT-PROD-TOT)
                   MOVE WS-SAFT-PROD-TOT TO WS-SAFT-PROD-ACH
               ELSE
                   MOVE 0 TO WS-SAFT-DIF
                   MOVE "TABELA DE PRODUTOS CHEIA (200)"
                       TO WS-SAFT-MSG
                   PERFORM DIVERGENCIA-SAFT
               END-IF
           END-IF.
           MOVE WS-SAFT-PROD-ACH TO WS-SAFT-PROD-NUM.

       REGISTAR-NIF-SAFT.
           MOVE 0 TO WS-COB-ACHOU.
           PERFORM VARYING WS-SAFT-NIF-I FROM 1 BY 1
               UNTIL WS-SAFT-NIF-I > WS-SAFT-NIF-TOT
               IF WS-SAFT-NIF(WS-SAFT-NIF-I) = WS-SAFT-DOC-NIF THEN
                   MOVE 1 TO WS-COB-ACHOU
               END-IF
           END-PERFORM.
           IF WS-COB-ACHOU = 0 THEN
               IF WS-SAFT-NIF-TOT < 500 THEN
                   ADD 1 TO WS-SAFT-NIF-TOT
                   MOVE WS-SAFT-DOC-NIF TO WS-SAFT-NIF(WS-SAFT-NIF-TOT)
               ELSE
                   MOVE 0 TO WS-SAFT-DIF
                   MOVE "TABELA DE CLIENTES CHEIA (500)"
                       TO WS-SAFT-MSG
                   PERFORM DIVERGENCIA-SAFT
               END-IF
           END-IF.

       VALIDAR-FATURA-SAFT.
           IF WS-SAFT-SEM-LINHAS = 0 THEN
               COMPUTE WS-SAFT-DIF = BASE-TRIB - WS-SAFT-DOC-NET
               IF WS-SAFT-DIF NOT = 0 THEN
                   MOVE "BASE DO CABECALHO <> SOMA DAS LINHAS"
                       TO WS-SAFT-MSG
                   PERFORM DIVERGENCIA-SAFT
               END-IF
           END-IF.
           COMPUTE WS-SAFT-DIF = VALOR-IVA - WS-SAFT-DOC-IVA.
           IF WS-SAFT-DIF NOT = 0 THEN
               MOVE "IVA DO CABECALHO <> IVA POR LINHA" TO WS-SAFT-MSG
               PERFORM DIVERGENCIA-SAFT
           END-IF.
           COMPUTE WS-SAFT-DIF = VALOR - BASE-TRIB - VALOR-IVA.
           IF WS-SAFT-DIF NOT = 0 THEN
               MOVE "TOTAL DO CABECALHO <> BASE + IVA" TO WS-SAFT-MSG
               PERFORM DIVERGENCIA-SAFT
           END-IF.

       PERCORRER-NC-SAFT.
           OPEN INPUT FICNC.
           OPEN INPUT FIC.
           MOVE LOW-VALUES TO NC-NUMERO.
           MOVE "00" TO FS-NC.
           START FICNC KEY IS NOT LESS THAN NC-NUMERO
               INVALID KEY MOVE "10" TO FS-NC
           END-START.
           PERFORM UNTIL FS-NC = "10"
               READ FICNC NEXT RECORD
                   AT END
                       MOVE "10" TO FS-NC
                   NOT AT END
                       MOVE NC-ANO TO WS-SAFT-DATA-DOC(1:4)
                       MOVE NC-MES TO WS-SAFT-DATA-DOC(5:2)
                       MOVE NC-DIA TO WS-SAFT-DATA-DOC(7:2)
                       IF WS-SAFT-DATA-DOC >= WS-SAFT-INI
                           AND WS-SAFT-DATA-DOC <= WS-SAFT-FIM THEN
                           PERFORM TRATAR-NC-SAFT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC.
           CLOSE FICNC.

       TRATAR-NC-SAFT.
      * A NOTA CREDITA O VALOR COM IVA, A TAXA DA FATURA DE ORIGEM
           MOVE "NC" TO WS-SAFT-DOC-TIPO.
           MOVE NC-NUMERO TO WS-SAFT-DOC-NUM.
           MOVE NC-FATURA TO WS-SAFT-REF-FT.
           MOVE SPACES TO WS-SAFT-DOC-DATA.
           STRING NC-ANO "-" NC-MES "-" NC-DIA
               DELIMITED BY SIZE INTO WS-SAFT-DOC-DATA.
           MOVE WS-SAFT-CONS-FINAL TO WS-SAFT-DOC-NIF.
           MOVE 23 TO WS-SAFT-TAXA.
           MOVE NC-FATURA TO NUMERO-FATURA.
           READ FIC
               INVALID KEY
                   IF WS-SAFT-FASE = 1 THEN
                       MOVE 0 TO WS-SAFT-DIF
                       MOVE "FATURA DE REFERENCIA NAO ENCONTRADA"
                           TO WS-SAFT-MSG
                       PERFORM DIVERGENCIA-SAFT
                   END-IF
               NOT INVALID KEY
                   IF NIF NOT = SPACES THEN
                       MOVE NIF TO WS-SAFT-DOC-NIF
                   END-IF
                   IF TAXA-IVA > 0 THEN
                       MOVE TAXA-IVA TO WS-SAFT-TAXA
                   END-IF
           END-READ.
           COMPUTE WS-SAFT-BASE ROUNDED =
               NC-VALOR * 100 / (100 + WS-SAFT-TAXA).
           MOVE WS-SAFT-DESC-GEN TO WS-SAFT-DESC.
           MOVE SPACES TO WS-SAFT-ART.
           MOVE 1 TO WS-SAFT-QTD.
           MOVE WS-SAFT-BASE TO WS-SAFT-PRECO.
           MOVE 0 TO WS-SAFT-DOC-NET.
           MOVE 0 TO WS-SAFT-DOC-IVA.
           MOVE 0 TO WS-SAFT-NLIN.
           IF WS-SAFT-FASE = 1 THEN
               PERFORM REGISTAR-NIF-SAFT
           ELSE
               PERFORM ABRE-DOCUMENTO-SAFT
           END-IF.
           PERFORM TRATAR-LINHA-SAFT.
           IF WS-SAFT-FASE = 1 THEN
               COMPUTE WS-SAFT-DIF =
                   NC-VALOR - WS-SAFT-DOC-NET - WS-SAFT-DOC-IVA
               IF WS-SAFT-DIF NOT = 0 THEN
                   MOVE "VALOR DA NOTA <> BASE + IVA (ARREDONDAMENTO)"
                       TO WS-SAFT-MSG
                   PERFORM DIVERGENCIA-SAFT
               END-IF
           ELSE
               PERFORM FECHA-DOCUMENTO-SAFT
           END-IF.
           ADD 1 TO SAFT-NC-CONT(WS-SAFT-FASE).
           ADD WS-SAFT-DOC-NET TO SAFT-NC-NET(WS-SAFT-FASE).
           ADD WS-SAFT-DOC-IVA TO SAFT-NC-IVA(WS-SAFT-FASE).

       PERCORRER-RECIBOS-SAFT.
           OPEN INPUT FICREC.
           OPEN INPUT FIC.
           MOVE LOW-VALUES TO REC-NUMERO.
           MOVE "00" TO FS-REC.
           START FICREC KEY IS NOT LESS THAN REC-NUMERO
               INVALID KEY MOVE "10" TO FS-REC
           END-START.
           PERFORM UNTIL FS-REC = "10"
               READ FICREC NEXT RECORD
                   AT END
                       MOVE "10" TO FS-REC
                   NOT AT END
                       MOVE REC-ANO TO WS-SAFT-DATA-DOC(1:4)
                       MOVE REC-MES TO WS-SAFT-DATA-DOC(5:2)
                       MOVE REC-DIA TO WS-SAFT-DATA-DOC(7:2)
                       IF WS-SAFT-DATA-DOC >= WS-SAFT-INI
                           AND WS-SAFT-DATA-DOC <= WS-SAFT-FIM THEN
                           PERFORM TRATAR-RECIBO-SAFT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC.
           CLOSE FICREC.

       TRATAR-RECIBO-SAFT.
      * O RECEBIDO REPARTE-SE EM BASE E IVA NA PROPORCAO DA FATURA
           MOVE "RG" TO WS-SAFT-DOC-TIPO.
           MOVE REC-NUMERO TO WS-NUM-EDIT.
           MOVE WS-NUM-EDIT TO WS-SAFT-DOC-NUM.
           MOVE SPACES TO WS-SAFT-DOC-DATA.
           STRING REC-ANO "-" REC-MES "-" REC-DIA
               DELIMITED BY SIZE INTO WS-SAFT-DOC-DATA.
           MOVE REC-NIF TO WS-SAFT-DOC-NIF.
           IF WS-SAFT-DOC-NIF = SPACES THEN
               MOVE WS-SAFT-CONS-FINAL TO WS-SAFT-DOC-NIF
           END-IF.
           MOVE REC-VALOR TO WS-SAFT-DOC-NET.
           MOVE WS-SAFT-DOC-DATA TO WS-SAFT-DATA-FT.
           MOVE REC-FATURA TO NUMERO-FATURA.
           READ FIC
               INVALID KEY
                   IF WS-SAFT-FASE = 1 THEN
                       MOVE 0 TO WS-SAFT-DIF
                       MOVE "FATURA DO RECIBO NAO ENCONTRADA"
                           TO WS-SAFT-MSG
                       PERFORM DIVERGENCIA-SAFT
                   END-IF
               NOT INVALID KEY
                   MOVE SPACES TO WS-SAFT-DATA-FT
                   STRING ANO "-" MES "-" DIA
                       DELIMITED BY SIZE INTO WS-SAFT-DATA-FT
                   IF VALOR > 0 THEN
                       COMPUTE WS-SAFT-DOC-NET ROUNDED =
                           REC-VALOR * BASE-TRIB / VALOR
                   END-IF
           END-READ.
           COMPUTE WS-SAFT-DOC-IVA = REC-VALOR - WS-SAFT-DOC-NET.
           EVALUATE REC-METODO
               WHEN "C" WHEN "c"
                   MOVE "CH" TO WS-SAFT-MECANISMO
               WHEN "T" WHEN "t"
                   MOVE "TB" TO WS-SAFT-MECANISMO
               WHEN OTHER
                   MOVE "NU" TO WS-SAFT-MECANISMO
           END-EVALUATE.
           IF WS-SAFT-FASE = 1 THEN
               PERFORM REGISTAR-NIF-SAFT
           ELSE
               PERFORM ESCREVE-RECIBO-SAFT
           END-IF.
           ADD 1 TO SAFT-RG-CONT(WS-SAFT-FASE).
           ADD WS-SAFT-DOC-NET TO SAFT-RG-NET(WS-SAFT-FASE).
           ADD WS-SAFT-DOC-IVA TO SAFT-RG-IVA(WS-SAFT-FASE).

       DIVERGENCIA-SAFT.
           ADD 1 TO WS-SAFT-DIVERG.
           MOVE WS-SAFT-DIF TO WS-SAFT-DIF-ED.
           MOVE SPACES TO LINHA-SCT.
           STRING WS-SAFT-DOC-TIPO " " WS-SAFT-DOC-NUM "  "
               WS-SAFT-MSG " " WS-SAFT-DIF-ED
               DELIMITED BY SIZE INTO LINHA-SCT.
           WRITE LINHA-SCT.

       ESCREVE-CABECALHO-SAFT.
           MOVE "Header" TO WS-SAFT-TAG.
           PERFORM ABRE-TAG-SAFT.
           MOVE "1.04_01" TO WS-SAFT-VAL.
           MOVE "AuditFileVersion" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE SAFT-EMP-NIF TO WS-SAFT-VAL.
           MOVE "CompanyID" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE "TaxRegistrationNumber" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE "F" TO WS-SAFT-VAL.
           MOVE "TaxAccountingBasis" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE SAFT-EMP-NOME TO WS-SAFT-VAL.
           MOVE "CompanyName" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE "CompanyAddress" TO WS-SAFT-TAG.
           PERFORM ABRE-TAG-SAFT.
           MOVE SAFT-EMP-MORADA TO WS-SAFT-VAL.
           MOVE "AddressDetail" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE SAFT-EMP-CIDADE TO WS-SAFT-VAL.
           MOVE "City" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE SAFT-EMP-CPOSTAL TO WS-SAFT-VAL.
           MOVE "PostalCode" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE "PT" TO WS-SAFT-VAL.
           MOVE "Country" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE "CompanyAddress" TO WS-SAFT-TAG.
           PERFORM FECHA-TAG-SAFT.
           MOVE WS-SAFT-INI(1:4) TO WS-SAFT-VAL.
           MOVE "FiscalYear" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE SPACES TO WS-SAFT-VAL.
           STRING WS-SAFT-INI(1:4) "-" WS-SAFT-INI(5:2) "-"
               WS-SAFT-INI(7:2) DELIMITED BY SIZE INTO WS-SAFT-VAL.
           MOVE "StartDate" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE SPACES TO WS-SAFT-VAL.
           STRING WS-SAFT-FIM(1:4) "-" WS-SAFT-FIM(5:2) "-"
               WS-SAFT-FIM(7:2) DELIMITED BY SIZE INTO WS-SAFT-VAL.
           MOVE "EndDate" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE "EUR" TO WS-SAFT-VAL.
           MOVE "CurrencyCode" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE SPACES TO WS-SAFT-VAL.
           STRING WRK-ANO "-" WRK-MES "-" WRK-DIA
               DELIMITED BY SIZE INTO WS-SAFT-VAL.
           MOVE "DateCreated" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE "Global" TO WS-SAFT-VAL.
           MOVE "TaxEntity" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE SAFT-EMP-NIF TO WS-SAFT-VAL.
           MOVE "ProductCompanyTaxID" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE "0" TO WS-SAFT-VAL.
           MOVE "SoftwareCertificateNumber" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE "SABAO/SABLIMPA LDA" TO WS-SAFT-VAL.
           MOVE "ProductID" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE "1.0" TO WS-SAFT-VAL.
           MOVE "ProductVersion" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE "Header" TO WS-SAFT-TAG.
           PERFORM FECHA-TAG-SAFT.

       ESCREVE-CLIENTES-SAFT.
           OPEN INPUT FICCLI.
           PERFORM VARYING WS-SAFT-NIF-I FROM 1 BY 1
               UNTIL WS-SAFT-NIF-I > WS-SAFT-NIF-TOT
               MOVE WS-SAFT-NIF(WS-SAFT-NIF-I) TO CLI-NIF
               IF CLI-NIF = WS-SAFT-CONS-FINAL THEN
                   MOVE "Consumidor final" TO CLI-NOME
                   MOVE SPACES TO CLI-MORADA
               ELSE
                   READ FICCLI
                       INVALID KEY
                           MOVE "Desconhecido" TO CLI-NOME
                           MOVE SPACES TO CLI-MORADA
                           MOVE "CL" TO WS-SAFT-DOC-TIPO
                           MOVE SPACES TO WS-SAFT-DOC-NUM
                           MOVE 0 TO WS-SAFT-DIF
                           MOVE SPACES TO WS-SAFT-MSG
                           STRING "NIF " CLI-NIF
                               " SEM FICHA EM CLIENTES.TXT"
                               DELIMITED BY SIZE INTO WS-SAFT-MSG
                           PERFORM DIVERGENCIA-SAFT
                   END-READ
               END-IF
               PERFORM ESCREVE-CLIENTE-SAFT
           END-PERFORM.
           CLOSE FICCLI.

       ESCREVE-CLIENTE-SAFT.
           MOVE "Customer" TO WS-SAFT-TAG.
           PERFORM ABRE-TAG-SAFT.
           MOVE CLI-NIF TO WS-SAFT-VAL.
           MOVE "CustomerID" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE "Desconhecido" TO WS-SAFT-VAL.
           MOVE "AccountID" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE CLI-NIF TO WS-SAFT-VAL.
           MOVE "CustomerTaxID" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE FUNCTION TRIM(CLI-NOME) TO WS-SAFT-VAL.
           MOVE "CompanyName" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE "BillingAddress" TO WS-SAFT-TAG.
           PERFORM ABRE-TAG-SAFT.
           IF CLI-MORADA = SPACES THEN
               MOVE "Desconhecido" TO WS-SAFT-VAL
           ELSE
               MOVE FUNCTION TRIM(CLI-MORADA) TO WS-SAFT-VAL
           END-IF.
           MOVE "AddressDetail" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE "Desconhecido" TO WS-SAFT-VAL.
           MOVE "City" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE "0000-000" TO WS-SAFT-VAL.
           MOVE "PostalCode" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE "PT" TO WS-SAFT-VAL.
           MOVE "Country" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE "BillingAddress" TO WS-SAFT-TAG.
           PERFORM FECHA-TAG-SAFT.
           MOVE "0" TO WS-SAFT-VAL.
           MOVE "SelfBillingIndicator" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE "Customer" TO WS-SAFT-TAG.
           PERFORM FECHA-TAG-SAFT.

       ESCREVE-PRODUTOS-SAFT.
           PERFORM VARYING WS-SAFT-PROD-I FROM 1 BY 1
               UNTIL WS-SAFT-PROD-I > WS-SAFT-PROD-TOT
               MOVE WS-SAFT-PROD-I TO WS-SAFT-PROD-NUM
               MOVE "Product" TO WS-SAFT-TAG
               PERFORM ABRE-TAG-SAFT
               MOVE "S" TO WS-SAFT-VAL
               MOVE "ProductType" TO WS-SAFT-TAG
               PERFORM ESCREVE-ELEMENTO-SAFT
               PERFORM CODIGO-PRODUTO-SAFT
               MOVE WS-SAFT-PROD-CODIGO TO WS-SAFT-VAL
               MOVE "ProductCode" TO WS-SAFT-TAG
               PERFORM ESCREVE-ELEMENTO-SAFT
               MOVE FUNCTION TRIM(WS-SAFT-PROD(WS-SAFT-PROD-I))
                   TO WS-SAFT-VAL
               MOVE "ProductDescription" TO WS-SAFT-TAG
               PERFORM ESCREVE-ELEMENTO-SAFT
               PERFORM CODIGO-PRODUTO-SAFT
               MOVE WS-SAFT-PROD-CODIGO TO WS-SAFT-VAL
               MOVE "ProductNumberCode" TO WS-SAFT-TAG
               PERFORM ESCREVE-ELEMENTO-SAFT
               MOVE "Product" TO WS-SAFT-TAG
               PERFORM FECHA-TAG-SAFT
           END-PERFORM.

       ESCREVE-TAXAS-SAFT.
           MOVE "TaxTable" TO WS-SAFT-TAG.
           PERFORM ABRE-TAG-SAFT.
           PERFORM VARYING IND-TAXA FROM 1 BY 1 UNTIL IND-TAXA > 3
               MOVE WS-TAXA-V(IND-TAXA) TO WS-SAFT-TAXA
               PERFORM DEFINE-TAXA-SAFT
               MOVE "TaxTableEntry" TO WS-SAFT-TAG
               PERFORM ABRE-TAG-SAFT
               MOVE "IVA" TO WS-SAFT-VAL
               MOVE "TaxType" TO WS-SAFT-TAG
               PERFORM ESCREVE-ELEMENTO-SAFT
               MOVE "PT" TO WS-SAFT-VAL
               MOVE "TaxCountryRegion" TO WS-SAFT-TAG
               PERFORM ESCREVE-ELEMENTO-SAFT
               MOVE WS-SAFT-TAXA-COD TO WS-SAFT-VAL
               MOVE "TaxCode" TO WS-SAFT-TAG
               PERFORM ESCREVE-ELEMENTO-SAFT
               MOVE WS-SAFT-TAXA-DESC TO WS-SAFT-VAL
               MOVE "Description" TO WS-SAFT-TAG
               PERFORM ESCREVE-ELEMENTO-SAFT
               MOVE WS-SAFT-TAXA TO WS-SAFT-INT
               PERFORM FORMATA-INTEIRO-SAFT
               MOVE "TaxPercentage" TO WS-SAFT-TAG
               PERFORM ESCREVE-ELEMENTO-SAFT
               MOVE "TaxTableEntry" TO WS-SAFT-TAG
               PERFORM FECHA-TAG-SAFT
           END-PERFORM.
           MOVE "TaxTable" TO WS-SAFT-TAG.
           PERFORM FECHA-TAG-SAFT.

       DEFINE-TAXA-SAFT.
           EVALUATE WS-SAFT-TAXA
               WHEN 06
                   MOVE "RED" TO WS-SAFT-TAXA-COD
                   MOVE "Taxa reduzida" TO WS-SAFT-TAXA-DESC
               WHEN 13
                   MOVE "INT" TO WS-SAFT-TAXA-COD
                   MOVE "Taxa intermedia" TO WS-SAFT-TAXA-DESC
               WHEN 23
                   MOVE "NOR" TO WS-SAFT-TAXA-COD
                   MOVE "Taxa normal" TO WS-SAFT-TAXA-DESC
               WHEN OTHER
                   MOVE "OUT" TO WS-SAFT-TAXA-COD
                   MOVE "Outra taxa" TO WS-SAFT-TAXA-DESC
           END-EVALUATE.

       ABRE-DOCUMENTO-SAFT.
           MOVE "Invoice" TO WS-SAFT-TAG.
           PERFORM ABRE-TAG-SAFT.
           MOVE WS-SAFT-DOC-TIPO TO ASS-TIPO.
           MOVE WS-SAFT-DOC-NUM TO ASS-NUMERO.
           PERFORM ID-ASSINATURA-SAFT.
           MOVE WS-SAFT-ID-W TO WS-SAFT-VAL.
           MOVE "InvoiceNo" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE WS-SAFT-ATCUD TO WS-SAFT-VAL.
           MOVE "ATCUD" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE "DocumentStatus" TO WS-SAFT-TAG.
           PERFORM ABRE-TAG-SAFT.
           MOVE "N" TO WS-SAFT-VAL.
           MOVE "InvoiceStatus" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           PERFORM DATA-HORA-SAFT.
           MOVE "InvoiceStatusDate" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE WS-SAFT-ORIGEM TO WS-SAFT-VAL.
           MOVE "SourceID" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE "P" TO WS-SAFT-VAL.
           MOVE "SourceBilling" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE "DocumentStatus" TO WS-SAFT-TAG.
           PERFORM FECHA-TAG-SAFT.
           MOVE WS-SAFT-HASH TO WS-SAFT-VAL.
           MOVE "Hash" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE WS-SAFT-HASH-CTL TO WS-SAFT-VAL.
           MOVE "HashControl" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE WS-SAFT-DOC-DATA TO WS-SAFT-VAL.
           MOVE "InvoiceDate" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE WS-SAFT-DOC-TIPO TO WS-SAFT-VAL.
           MOVE "InvoiceType" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE "SpecialRegimes" TO WS-SAFT-TAG.
           PERFORM ABRE-TAG-SAFT.
           MOVE "0" TO WS-SAFT-VAL.
           MOVE "SelfBillingIndicator" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE "CashVATSchemeIndicator" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE "ThirdPartiesBillingIndicator" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE "SpecialRegimes" TO WS-SAFT-TAG.
           PERFORM FECHA-TAG-SAFT.
           MOVE WS-SAFT-ORIGEM TO WS-SAFT-VAL.
           MOVE "SourceID" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           PERFORM DATA-HORA-SAFT.
           MOVE "SystemEntryDate" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE WS-SAFT-DOC-NIF TO WS-SAFT-VAL.
           MOVE "CustomerID" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.

       ESCREVE-LINHA-SAFT.
           MOVE "Line" TO WS-SAFT-TAG.
           PERFORM ABRE-TAG-SAFT.
           MOVE WS-SAFT-NLIN TO WS-SAFT-INT.
           PERFORM FORMATA-INTEIRO-SAFT.
           MOVE "LineNumber" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           PERFORM CODIGO-PRODUTO-SAFT.
           MOVE WS-SAFT-PROD-CODIGO TO WS-SAFT-VAL.
           MOVE "ProductCode" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE FUNCTION TRIM(WS-SAFT-DESC) TO WS-SAFT-VAL.
           MOVE "ProductDescription" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE WS-SAFT-QTD TO WS-SAFT-INT.
           PERFORM FORMATA-INTEIRO-SAFT.
           MOVE "Quantity" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE "UN" TO WS-SAFT-VAL.
           MOVE "UnitOfMeasure" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE WS-SAFT-PRECO TO WS-SAFT-VALOR.
           PERFORM FORMATA-VALOR-SAFT.
           MOVE "UnitPrice" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE WS-SAFT-DOC-DATA TO WS-SAFT-VAL.
           MOVE "TaxPointDate" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           IF WS-SAFT-DOC-TIPO = "NC" THEN
               MOVE "References" TO WS-SAFT-TAG
               PERFORM ABRE-TAG-SAFT
               MOVE "FT" TO ASS-TIPO
               MOVE WS-SAFT-REF-FT TO ASS-NUMERO
               PERFORM ID-ASSINATURA-SAFT
               MOVE WS-SAFT-ID-W TO WS-SAFT-VAL
               MOVE "Reference" TO WS-SAFT-TAG
               PERFORM ESCREVE-ELEMENTO-SAFT
               MOVE "Nota de credito" TO WS-SAFT-VAL
               MOVE "Reason" TO WS-SAFT-TAG
               PERFORM ESCREVE-ELEMENTO-SAFT
               MOVE "References" TO WS-SAFT-TAG
               PERFORM FECHA-TAG-SAFT
           END-IF.
           MOVE FUNCTION TRIM(WS-SAFT-DESC) TO WS-SAFT-VAL.
           MOVE "Description" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE WS-SAFT-BASE TO WS-SAFT-VALOR.
           PERFORM FORMATA-VALOR-SAFT.
           IF WS-SAFT-DOC-TIPO = "NC" THEN
               MOVE "DebitAmount" TO WS-SAFT-TAG
           ELSE
               MOVE "CreditAmount" TO WS-SAFT-TAG
           END-IF.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           PERFORM DEFINE-TAXA-SAFT.
           MOVE "Tax" TO WS-SAFT-TAG.
           PERFORM ABRE-TAG-SAFT.
           MOVE "IVA" TO WS-SAFT-VAL.
           MOVE "TaxType" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE "PT" TO WS-SAFT-VAL.
           MOVE "TaxCountryRegion" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE WS-SAFT-TAXA-COD TO WS-SAFT-VAL.
           MOVE "TaxCode" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE WS-SAFT-TAXA TO WS-SAFT-INT.
           PERFORM FORMATA-INTEIRO-SAFT.
           MOVE "TaxPercentage" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE "Tax" TO WS-SAFT-TAG.
           PERFORM FECHA-TAG-SAFT.
           MOVE "Line" TO WS-SAFT-TAG.
           PERFORM FECHA-TAG-SAFT.

       FECHA-DOCUMENTO-SAFT.
           PERFORM ESCREVE-TOTAIS-DOC-SAFT.
           MOVE "Invoice" TO WS-SAFT-TAG.
           PERFORM FECHA-TAG-SAFT.

       ESCREVE-TOTAIS-DOC-SAFT.
           MOVE "DocumentTotals" TO WS-SAFT-TAG.
           PERFORM ABRE-TAG-SAFT.
           MOVE WS-SAFT-DOC-IVA TO WS-SAFT-VALOR.
           PERFORM FORMATA-VALOR-SAFT.
           MOVE "TaxPayable" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE WS-SAFT-DOC-NET TO WS-SAFT-VALOR.
           PERFORM FORMATA-VALOR-SAFT.
           MOVE "NetTotal" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           COMPUTE WS-SAFT-VALOR = WS-SAFT-DOC-NET + WS-SAFT-DOC-IVA.
           PERFORM FORMATA-VALOR-SAFT.
           MOVE "GrossTotal" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE "DocumentTotals" TO WS-SAFT-TAG.
           PERFORM FECHA-TAG-SAFT.

       ESCREVE-RECIBO-SAFT.
           MOVE "Payment" TO WS-SAFT-TAG.
           PERFORM ABRE-TAG-SAFT.
           MOVE SPACES TO WS-SAFT-VAL.
           STRING "RG SAB/" WS-SAFT-DOC-NUM
               DELIMITED BY SIZE INTO WS-SAFT-VAL.
           MOVE "PaymentRefNo" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE "0" TO WS-SAFT-VAL.
           MOVE "ATCUD" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE WS-SAFT-DOC-DATA TO WS-SAFT-VAL.
           MOVE "TransactionDate" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE "RG" TO WS-SAFT-VAL.
           MOVE "PaymentType" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE "DocumentStatus" TO WS-SAFT-TAG.
           PERFORM ABRE-TAG-SAFT.
           MOVE "N" TO WS-SAFT-VAL.
           MOVE "PaymentStatus" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           PERFORM DATA-HORA-SAFT.
           MOVE "PaymentStatusDate" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE WS-SAFT-ORIGEM TO WS-SAFT-VAL.
           MOVE "SourceID" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE "P" TO WS-SAFT-VAL.
           MOVE "SourcePayment" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE "DocumentStatus" TO WS-SAFT-TAG.
           PERFORM FECHA-TAG-SAFT.
           MOVE "PaymentMethod" TO WS-SAFT-TAG.
           PERFORM ABRE-TAG-SAFT.
           MOVE WS-SAFT-MECANISMO TO WS-SAFT-VAL.
           MOVE "PaymentMechanism" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE REC-VALOR TO WS-SAFT-VALOR.
           PERFORM FORMATA-VALOR-SAFT.
           MOVE "PaymentAmount" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE WS-SAFT-DOC-DATA TO WS-SAFT-VAL.
           MOVE "PaymentDate" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE "PaymentMethod" TO WS-SAFT-TAG.
           PERFORM FECHA-TAG-SAFT.
           MOVE WS-SAFT-ORIGEM TO WS-SAFT-VAL.
           MOVE "SourceID" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           PERFORM DATA-HORA-SAFT.
           MOVE "SystemEntryDate" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE WS-SAFT-DOC-NIF TO WS-SAFT-VAL.
           MOVE "CustomerID" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE "Line" TO WS-SAFT-TAG.
           PERFORM ABRE-TAG-SAFT.
           MOVE "1" TO WS-SAFT-VAL.
           MOVE "LineNumber" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE "SourceDocumentID" TO WS-SAFT-TAG.
           PERFORM ABRE-TAG-SAFT.
           MOVE "FT" TO ASS-TIPO.
           MOVE REC-FATURA TO ASS-NUMERO.
           PERFORM ID-ASSINATURA-SAFT.
           MOVE WS-SAFT-ID-W TO WS-SAFT-VAL.
           MOVE "OriginatingON" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE WS-SAFT-DATA-FT TO WS-SAFT-VAL.
           MOVE "InvoiceDate" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE "SourceDocumentID" TO WS-SAFT-TAG.
           PERFORM FECHA-TAG-SAFT.
           MOVE WS-SAFT-DOC-NET TO WS-SAFT-VALOR.
           PERFORM FORMATA-VALOR-SAFT.
           MOVE "CreditAmount" TO WS-SAFT-TAG.
           PERFORM ESCREVE-ELEMENTO-SAFT.
           MOVE "Line" TO WS-SAFT-TAG.
           PERFORM FECHA-TAG-SAFT.
           PERFORM ESCREVE-TOTAIS-DOC-SAFT.
           MOVE "Payment" TO WS-SAFT-TAG.
           PERFORM FECHA-TAG-SAFT.

       DATA-HORA-SAFT.
           MOVE SPACES TO WS-SAFT-VAL.
           STRING WS-SAFT-DOC-DATA "T00:00:00"
               DELIMITED BY SIZE INTO WS-SAFT-VAL.

       ABRE-TAG-SAFT.
           MOVE SPACES TO LINHA-SAFT.
           COMPUTE WS-SAFT-PTR = WS-SAFT-NIVEL * 2 + 1.
           STRING "<" DELIMITED BY SIZE
               WS-SAFT-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO LINHA-SAFT WITH POINTER WS-SAFT-PTR.
           WRITE LINHA-SAFT.
           ADD 1 TO WS-SAFT-NIVEL.

       FECHA-TAG-SAFT.
           SUBTRACT 1 FROM WS-SAFT-NIVEL.
           MOVE SPACES TO LINHA-SAFT.
           COMPUTE WS-SAFT-PTR = WS-SAFT-NIVEL * 2 + 1.
           STRING "</" DELIMITED BY SIZE
               WS-SAFT-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO LINHA-SAFT WITH POINTER WS-SAFT-PTR.
           WRITE LINHA-SAFT.

       ESCREVE-ELEMENTO-SAFT.
           PERFORM ESCAPA-XML-SAFT.
           MOVE SPACES TO LINHA-SAFT.
           COMPUTE WS-SAFT-PTR = WS-SAFT-NIVEL * 2 + 1.
           STRING "<" DELIMITED BY SIZE
               WS-SAFT-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO LINHA-SAFT WITH POINTER WS-SAFT-PTR.
           IF WS-SAFT-PTR-E > 1 THEN
               STRING WS-SAFT-ESC(1:WS-SAFT-PTR-E - 1)
                   DELIMITED BY SIZE
                   INTO LINHA-SAFT WITH POINTER WS-SAFT-PTR
           END-IF.
           STRING "</" DELIMITED BY SIZE
               WS-SAFT-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO LINHA-SAFT WITH POINTER WS-SAFT-PTR.
           WRITE LINHA-SAFT.

       ESCAPA-XML-SAFT.
      * SUBSTITUI & < > PELAS ENTIDADES XML
           MOVE SPACES TO WS-SAFT-ESC.
           MOVE 1 TO WS-SAFT-PTR-E.
           MOVE 0 TO WS-SAFT-TAM.
           PERFORM VARYING WS-SAFT-K FROM 1 BY 1 UNTIL WS-SAFT-K > 100
               IF WS-SAFT-VAL(WS-SAFT-K:1) NOT = SPACE THEN
                   MOVE WS-SAFT-K TO WS-SAFT-TAM
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SAFT-K FROM 1 BY 1
               UNTIL WS-SAFT-K > WS-SAFT-TAM
               EVALUATE WS-SAFT-VAL(WS-SAFT-K:1)
                   WHEN "&"
                       STRING "&amp;" DELIMITED BY SIZE
                           INTO WS-SAFT-ESC WITH POINTER WS-SAFT-PTR-E
                   WHEN "<"
                       STRING "&lt;" DELIMITED BY SIZE
                           INTO WS-SAFT-ESC WITH POINTER WS-SAFT-PTR-E
                   WHEN ">"
                       STRING "&gt;" DELIMITED BY SIZE
                           INTO WS-SAFT-ESC WITH POINTER WS-SAFT-PTR-E
                   WHEN OTHER
                       STRING WS-SAFT-VAL(WS-SAFT-K:1)
                           DELIMITED BY SIZE
                           INTO WS-SAFT-ESC WITH POINTER WS-SAFT-PTR-E
               END-EVALUATE
           END-PERFORM.

       CODIGO-PRODUTO-SAFT.
      * CODIGO DO ARTIGO; LINHAS SEM ARTIGO USAM SAB + POSICAO
           MOVE WS-SAFT-PROD-COD TO WS-SAFT-PROD-CODIGO.
           IF WS-SAFT-PROD-NUM > 0 THEN
               IF WS-SAFT-PROD-ART(WS-SAFT-PROD-NUM) NOT = SPACES THEN
                   MOVE WS-SAFT-PROD-ART(WS-SAFT-PROD-NUM)
                       TO WS-SAFT-PROD-CODIGO
               END-IF
           END-IF.

       FORMATA-VALOR-SAFT.
      * O XML USA PONTO DECIMAL
           MOVE WS-SAFT-VALOR TO WS-SAFT-VALOR-ED.
           INSPECT WS-SAFT-VALOR-ED REPLACING ALL "," BY ".".
           MOVE FUNCTION TRIM(WS-SAFT-VALOR-ED) TO WS-SAFT-VAL.

       FORMATA-INTEIRO-SAFT.
           MOVE WS-SAFT-INT TO WS-SAFT-INT-ED.
           MOVE FUNCTION TRIM(WS-SAFT-INT-ED) TO WS-SAFT-VAL.

       ESCREVE-RESUMO-SAFT.
      * CONFERE A 2A PASSAGEM (XML ESCRITO) COM A 1A (CONTROLO)
           IF WS-SAFT-DIVERG = 0 THEN
               MOVE "  NENHUMA" TO LINHA-SCT
               WRITE LINHA-SCT
           END-IF.
           MOVE SPACES TO LINHA-SCT.
           WRITE LINHA-SCT.
           MOVE SPACES TO LINHA-SCT.
           STRING "CLIENTES: " WS-SAFT-NIF-TOT
               "   PRODUTOS: " WS-SAFT-PROD-TOT
               DELIMITED BY SIZE INTO LINHA-SCT.
           WRITE LINHA-SCT.
           MOVE "DOC      QTD             BASE         "
               & "     IVA            TOTAL"
               TO LINHA-SCT.
           WRITE LINHA-SCT.
           MOVE "FT" TO WS-SAFT-DOC-TIPO.
           MOVE SAFT-FT-CONT(2) TO WS-SAFT-INT.
           MOVE SAFT-FT-NET(2) TO WS-SAFT-VALOR.
           MOVE SAFT-FT-IVA(2) TO WS-SAFT-VALOR2.
           PERFORM ESCREVE-TOTAL-RESUMO-SAFT.
           MOVE "NC" TO WS-SAFT-DOC-TIPO.
           MOVE SAFT-NC-CONT(2) TO WS-SAFT-INT.
           MOVE SAFT-NC-NET(2) TO WS-SAFT-VALOR.
           MOVE SAFT-NC-IVA(2) TO WS-SAFT-VALOR2.
           PERFORM ESCREVE-TOTAL-RESUMO-SAFT.
           MOVE "RG" TO WS-SAFT-DOC-TIPO.
           MOVE SAFT-RG-CONT(2) TO WS-SAFT-INT.
           MOVE SAFT-RG-NET(2) TO WS-SAFT-VALOR.
           MOVE SAFT-RG-IVA(2) TO WS-SAFT-VALOR2.
           PERFORM ESCREVE-TOTAL-RESUMO-SAFT.
           MOVE SPACES TO LINHA-SCT.
           WRITE LINHA-SCT.
           MOVE "IVA LIQUIDADO NAS FATURAS POR TAXA" TO LINHA-SCT.
           WRITE LINHA-SCT.
           PERFORM VARYING IND-TAXA FROM 1 BY 1 UNTIL IND-TAXA > 3
               MOVE WS-TAXA-V(IND-TAXA) TO DECL-TAXA
               MOVE WS-TOT-BASE(IND-TAXA) TO DECL-BASE
               MOVE WS-TOT-IVA(IND-TAXA) TO DECL-IVA
               WRITE LINHA-SCT FROM DECL-DET
           END-PERFORM.
           MOVE SPACES TO LINHA-SCT.
           WRITE LINHA-SCT.
           MOVE SPACES TO LINHA-SCT.
           IF WS-SAFT-TOT(1) = WS-SAFT-TOT(2) THEN
               MOVE "CONFERENCIA CONTROLO / XML: OK" TO LINHA-SCT
           ELSE
               ADD 1 TO WS-SAFT-DIVERG
               MOVE "CONFERENCIA CONTROLO / XML: DIFERENCA NOS TOTAIS"
                   TO LINHA-SCT
           END-IF.
           WRITE LINHA-SCT.
           MOVE SPACES TO LINHA-SCT.
           STRING "DIVERGENCIAS ENCONTRADAS: " WS-SAFT-DIVERG
               DELIMITED BY SIZE INTO LINHA-SCT.
           WRITE LINHA-SCT.

       ESCREVE-TOTAL-RESUMO-SAFT.
           MOVE SPACES TO LINHA-SCT.
           MOVE WS-SAFT-DOC-TIPO TO LINHA-SCT(1:2).
           MOVE WS-SAFT-INT TO WS-SAFT-INT-ED.
           MOVE WS-SAFT-INT-ED TO LINHA-SCT(4:9).
           MOVE WS-SAFT-VALOR TO WS-SAFT-CTL-ED.
           MOVE WS-SAFT-CTL-ED TO LINHA-SCT(14:16).
           MOVE WS-SAFT-VALOR2 TO WS-SAFT-CTL-ED.
           MOVE WS-SAFT-CTL-ED TO LINHA-SCT(31:16).
           COMPUTE WS-SAFT-VALOR = WS-SAFT-VALOR + WS-SAFT-VALOR2.
           MOVE WS-SAFT-VALOR TO WS-SAFT-CTL-ED.
           MOVE WS-SAFT-CTL-ED TO LINHA-SCT(48:16).
           WRITE LINHA-SCT.

       GESTAO-SERIES.
           MOVE 9 TO WS-OPCAO-SER.
           PERFORM UNTIL WS-OPCAO-SER = 0
               DISPLAY CLS
               DISPLAY CABECALHO-SER
               DISPLAY "1-REGISTAR 2-CONSULTAR 3-FECHAR 0-VOLTAR"
                   AT 1601
               DISPLAY "OPCAO: " AT 1701
               ACCEPT WS-OPCAO-SER AT 1708
               EVALUATE WS-OPCAO-SER
                   WHEN 1 PERFORM REGISTAR-SERIE
                   WHEN 2 PERFORM CONSULTAR-SERIE
                   WHEN 3 PERFORM FECHAR-SERIE
               END-EVALUATE
           END-PERFORM.
       REGISTAR-SERIE.
      * A NOVA SERIE FICA ATIVA E FECHA A QUE ESTAVA ATIVA NO TIPO
           DISPLAY CLS.
           DISPLAY CABECALHO-SER.
           ACCEPT SER-TIPO AT 0522.
           MOVE FUNCTION UPPER-CASE(SER-TIPO) TO SER-TIPO.
           IF SER-TIPO NOT = "FT" AND SER-TIPO NOT = "NC"
               AND SER-TIPO NOT = "GR" THEN
               DISPLAY "TIPO INEXISTENTE!" FOREGROUND-COLOR 4
                   HIGHLIGHT AT 0535
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           ACCEPT SER-CODIGO AT 0622.
           ACCEPT SER-VALIDACAO AT 0722.
           IF SER-CODIGO = SPACES OR SER-VALIDACAO = SPACES THEN
               DISPLAY "CODIGO DA SERIE E DE VALIDACAO OBRIGATORIOS"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1520
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           MOVE SER-CHAVE TO WS-SER-CHAVE-N.
           MOVE SER-VALIDACAO TO WS-SER-VALID-N.
           MOVE SER-TIPO TO WS-ASS-TIPO.
           PERFORM OBTER-SERIE-ATIVA.
           OPEN I-O FICSER.
           MOVE WS-SER-CHAVE-N TO SER-CHAVE.
           READ FICSER
               INVALID KEY
                   MOVE 0 TO EXISTE
               NOT INVALID KEY
                   MOVE 1 TO EXISTE
           END-READ.
           IF EXISTE = 1 THEN
               DISPLAY "ESTA SERIE JA EXISTE!" AT 1520
           ELSE
               IF WS-SER-ACHOU = 1 THEN
                   MOVE WS-ASS-TIPO TO SER-TIPO
                   MOVE WS-SER-ATIVA TO SER-CODIGO
                   READ FICSER
                       NOT INVALID KEY
                           MOVE "F" TO SER-ESTADO
                           REWRITE REGISTO-SER
                   END-READ
               END-IF
               MOVE WS-SER-CHAVE-N TO SER-CHAVE
               MOVE WS-SER-VALID-N TO SER-VALIDACAO
               MOVE 0 TO SER-ULTIMO
               MOVE SPACES TO SER-ULT-HASH
               MOVE "A" TO SER-ESTADO
               MOVE WRK-ANO TO SER-INICIO(1:4)
               MOVE WRK-MES TO SER-INICIO(5:2)
               MOVE WRK-DIA TO SER-INICIO(7:2)
               WRITE REGISTO-SER
               DISPLAY SER-ESTADO AT 0922
               DISPLAY SER-INICIO AT 1022
               DISPLAY "SERIE REGISTADA E ATIVA" AT 1520
               IF WS-SER-ACHOU = 1 THEN
                   DISPLAY "SERIE ANTERIOR FECHADA: " AT 1620
                   DISPLAY WS-SER-ATIVA AT 1644
               END-IF
           END-IF.
           CLOSE FICSER.
           ACCEPT OMITTED.
       CONSULTAR-SERIE.
           DISPLAY CLS.
           DISPLAY CABECALHO-SER.
           OPEN INPUT FICSER.
           ACCEPT SER-TIPO AT 0522.
           MOVE FUNCTION UPPER-CASE(SER-TIPO) TO SER-TIPO.
           ACCEPT SER-CODIGO AT 0622.
           READ FICSER
               INVALID KEY
                   DISPLAY "SERIE NAO ENCONTRADA!" AT 1520
               NOT INVALID KEY
                   PERFORM MOSTRAR-SERIE
           END-READ.
           CLOSE FICSER.
           ACCEPT OMITTED.
       MOSTRAR-SERIE.
           DISPLAY SER-VALIDACAO AT 0722.
           DISPLAY SER-ULTIMO AT 0822.
           DISPLAY SER-ESTADO AT 0922.
           DISPLAY SER-INICIO AT 1022.
           DISPLAY "ULTIMO HASH: " AT 1201.
           DISPLAY SER-ULT-HASH AT 1214.
       FECHAR-SERIE.
      * A SERIE FECHADA NAO SE APAGA - OS DOCUMENTOS CONTINUAM NELA
           DISPLAY CLS.
           DISPLAY CABECALHO-SER.
           OPEN I-O FICSER.
           ACCEPT SER-TIPO AT 0522.
           MOVE FUNCTION UPPER-CASE(SER-TIPO) TO SER-TIPO.
           ACCEPT SER-CODIGO AT 0622.
           READ FICSER
               INVALID KEY
                   DISPLAY "SERIE NAO ENCONTRADA!" AT 1520
               NOT INVALID KEY
                   PERFORM MOSTRAR-SERIE
                   DISPLAY "FECHAR ESTA SERIE (S/N)? " AT 1520
                   ACCEPT WS-CONFIRMA AT 1545
                   IF CONFIRMA-SIM THEN
                       MOVE "F" TO SER-ESTADO
                       REWRITE REGISTO-SER
                       DISPLAY "SERIE FECHADA" AT 1620
                   ELSE
                       DISPLAY " " ERASE EOL AT 1620
                   END-IF
           END-READ.
           CLOSE FICSER.
           ACCEPT OMITTED.

       OBTER-SERIE-ATIVA.
      * SERIE ATIVA DO TIPO DE DOCUMENTO EM WS-ASS-TIPO
           MOVE 0 TO WS-SER-ACHOU.
           MOVE SPACES TO WS-SER-ATIVA.
           OPEN INPUT FICSER.
           MOVE LOW-VALUES TO SER-CHAVE.
           MOVE "00" TO FS-SER.
           START FICSER KEY IS NOT LESS THAN SER-CHAVE
               INVALID KEY MOVE "10" TO FS-SER
           END-START.
           PERFORM UNTIL FS-SER = "10"
               READ FICSER NEXT RECORD
                   AT END
                       MOVE "10" TO FS-SER
                   NOT AT END
                       IF SER-TIPO = WS-ASS-TIPO
                           AND SER-ESTADO = "A" THEN
                           MOVE 1 TO WS-SER-ACHOU
                           MOVE SER-CODIGO TO WS-SER-ATIVA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICSER.

       OBTER-MAIOR-FATURA.
      * MAIOR NUMERO DE FATURA JA USADO (FIC TEM DE ESTAR ABERTO)
           MOVE 0 TO WS-MAX-NUM.
           MOVE LOW-VALUES TO NUMERO-FATURA.
           MOVE "00" TO FS.
           START FIC KEY IS NOT LESS THAN NUMERO-FATURA
               INVALID KEY MOVE "10" TO FS
           END-START.
           PERFORM UNTIL FS = "10"
               READ FIC NEXT RECORD
                   AT END
                       MOVE "10" TO FS
                   NOT AT END
                       IF NUMERO-FATURA IS NUMERIC
                           AND FUNCTION NUMVAL(NUMERO-FATURA)
                           > WS-MAX-NUM THEN
                           MOVE FUNCTION NUMVAL(NUMERO-FATURA)
                               TO WS-MAX-NUM
                       END-IF
               END-READ
           END-PERFORM.

       OBTER-MAIOR-NC.
      * MAIOR NUMERO DE NOTA DE CREDITO (FICNC TEM DE ESTAR ABERTO)
           MOVE 0 TO WS-MAX-NUM.
           MOVE LOW-VALUES TO NC-NUMERO.
           MOVE "00" TO FS-NC.
           START FICNC KEY IS NOT LESS THAN NC-NUMERO
               INVALID KEY MOVE "10" TO FS-NC
           END-START.
           PERFORM UNTIL FS-NC = "10"
               READ FICNC NEXT RECORD
                   AT END
                       MOVE "10" TO FS-NC
                   NOT AT END
                       IF NC-NUMERO IS NUMERIC
                           AND FUNCTION NUMVAL(NC-NUMERO)
                           > WS-MAX-NUM THEN
                           MOVE FUNCTION NUMVAL(NC-NUMERO)
                               TO WS-MAX-NUM
                       END-IF
               END-READ
           END-PERFORM.

       ASSINAR-DOCUMENTO.
      * NUMERA O DOCUMENTO NA SERIE ATIVA, DA-LHE O ATCUD E O HASH
      * ENCADEADO NO HASH DO DOCUMENTO ANTERIOR DA MESMA SERIE.
      * ENTRADA: WS-ASS-TIPO, WS-ASS-NUMERO, WS-ASS-DATA (AAAA-MM-DD),
      *          WS-ASS-REF (NIF DA FATURA OU FATURA DE ORIGEM DA
      *          NOTA), WS-ASS-VALOR E WS-SER-ATIVA.
           OPEN I-O FICSER.
           MOVE WS-ASS-TIPO TO SER-TIPO.
           MOVE WS-SER-ATIVA TO SER-CODIGO.
           READ FICSER
               INVALID KEY
                   CLOSE FICSER
                   EXIT PARAGRAPH
           END-READ.
           ADD 1 TO SER-ULTIMO.
           OPEN I-O FICASS.
           MOVE WS-ASS-TIPO TO ASS-TIPO.
           MOVE WS-ASS-NUMERO TO ASS-NUMERO.
           MOVE SER-CODIGO TO ASS-SERIE.
           MOVE SER-ULTIMO TO ASS-SEQ.
           MOVE WS-ASS-DATA TO ASS-DATA.
           MOVE SER-ULTIMO TO WS-ASS-SEQ-ED.
           MOVE SPACES TO ASS-ATCUD.
           STRING SER-VALIDACAO DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ASS-SEQ-ED) DELIMITED BY SIZE
               INTO ASS-ATCUD.
           MOVE ASS-ATCUD TO WS-ASS-ATCUD.
           MOVE SER-ULT-HASH TO ASS-HASH-ANT.
           PERFORM MONTAR-DOC-ID.
           PERFORM CALCULAR-HASH.
           MOVE WS-HASH-RES TO ASS-HASH.
           WRITE REGISTO-ASS
               INVALID KEY
                   CLOSE FICASS
                   CLOSE FICSER
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE WS-HASH-RES TO SER-ULT-HASH.
           MOVE WS-HASH-RES(1:4) TO WS-ASS-HASH4.
           REWRITE REGISTO-SER.
           CLOSE FICASS.
           CLOSE FICSER.

       MONTAR-DOC-ID.
      * IDENTIFICACAO DO DOCUMENTO: TIPO SERIE/NUMERO NA SERIE
           MOVE SPACES TO WS-ASS-DOC-ID.
           STRING ASS-TIPO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ASS-SERIE DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               ASS-SEQ DELIMITED BY SIZE
               INTO WS-ASS-DOC-ID.

       CALCULAR-HASH.
      * HASH DO DOCUMENTO: DATA;DOCUMENTO;REFERENCIA;VALOR;HASH
      * ANTERIOR.
      * DOIS RESTOS POR PRIMOS DIFERENTES DAO 18 ALGARISMOS.
           MOVE WS-ASS-VALOR TO WS-ASS-VALOR-ED.
           MOVE SPACES TO WS-HASH-TEXTO.
           STRING WS-ASS-DATA ";" WS-ASS-DOC-ID ";" WS-ASS-REF ";"
               WS-ASS-VALOR-ED ";" ASS-HASH-ANT
               DELIMITED BY SIZE INTO WS-HASH-TEXTO.
           MOVE 7 TO WS-HASH-A.
           MOVE 11 TO WS-HASH-B.
           PERFORM VARYING WS-HASH-K FROM 1 BY 1 UNTIL WS-HASH-K > 90
               COMPUTE WS-HASH-A = FUNCTION MOD(WS-HASH-A * 131
                   + FUNCTION ORD(WS-HASH-TEXTO(WS-HASH-K:1)),
                   999999937)
               COMPUTE WS-HASH-B = FUNCTION MOD(WS-HASH-B * 257
                   + FUNCTION ORD(WS-HASH-TEXTO(WS-HASH-K:1)),
                   999999929)
           END-PERFORM.

       VERIFICAR-DOC-EMITIDO.
      * FATURA EM NUMERO-FATURA JA EMITIDA (ASSINADA) NUMA SERIE
           MOVE 0 TO WS-DOC-EMITIDO.
           OPEN INPUT FICASS.
           MOVE "FT" TO ASS-TIPO.
           MOVE NUMERO-FATURA TO ASS-NUMERO.
           READ FICASS
               NOT INVALID KEY
                   MOVE 1 TO WS-DOC-EMITIDO
                   PERFORM MONTAR-DOC-ID
           END-READ.
           CLOSE FICASS.

       MOSTRAR-ATCUD.
           PERFORM VERIFICAR-DOC-EMITIDO.
           IF WS-DOC-EMITIDO = 1 THEN
               MOVE ASS-ATCUD TO WS-ASS-ATCUD
               MOVE ASS-HASH(1:4) TO WS-ASS-HASH4
               PERFORM MOSTRAR-ASSINATURA
           END-IF.

       MOSTRAR-ASSINATURA.
           DISPLAY WS-ASS-DOC-ID AT 1501.
           DISPLAY "ATCUD: " AT 1522.
           DISPLAY WS-ASS-ATCUD AT 1529.
           DISPLAY "HASH: " AT 1545.
           DISPLAY WS-ASS-HASH4 AT 1551.

       ASSINAR-FATURA.
           MOVE "FT" TO WS-ASS-TIPO.
           MOVE NUMERO-FATURA TO WS-ASS-NUMERO.
           MOVE SPACES TO WS-ASS-DATA.
           STRING ANO "-" MES "-" DIA
               DELIMITED BY SIZE INTO WS-ASS-DATA.
           MOVE NIF TO WS-ASS-REF.
           MOVE VALOR TO WS-ASS-VALOR.
           PERFORM ASSINAR-DOCUMENTO.

       VERIFICAR-ASSINATURAS.
      * CONFIRMA A CADEIA DE CADA SERIE: NUMERACAO SEM SALTOS, HASH
      * ANTERIOR IGUAL AO DO DOCUMENTO PRECEDENTE, DOCUMENTO AINDA
      * EXISTENTE E SEM ALTERACOES (HASH RECALCULADO) E ULTIMO
      * DOCUMENTO IGUAL AO REGISTADO NA SERIE.
           DISPLAY CLS.
           DISPLAY "VERIFICACAO DAS ASSINATURAS DOS DOCUMENTOS"
               LINE 1 POSITION 1.
           MOVE 0 TO WS-VER-TOT.
           MOVE 0 TO WS-VER-DOCS.
           MOVE 0 TO WS-VER-ERROS.
           OPEN OUTPUT FICVER.
           MOVE SPACES TO LINHA-VER.
           STRING "VERIFICACAO DAS ASSINATURAS EM " WRK-DIA "-"
               WRK-MES "-" WRK-ANO DELIMITED BY SIZE INTO LINHA-VER.
           WRITE LINHA-VER.
           MOVE SPACES TO LINHA-VER.
           WRITE LINHA-VER.
           OPEN INPUT FICASS.
           OPEN INPUT FIC.
           OPEN INPUT FICNC.
           OPEN INPUT FICGR.
           MOVE LOW-VALUES TO ASS-CHAVE.
           MOVE "00" TO FS-ASS.
           START FICASS KEY IS NOT LESS THAN ASS-CHAVE
               INVALID KEY MOVE "10" TO FS-ASS
           END-START.
           PERFORM UNTIL FS-ASS = "10"
               READ FICASS NEXT RECORD
                   AT END
                       MOVE "10" TO FS-ASS
                   NOT AT END
                       PERFORM VERIFICAR-UMA-ASSINATURA
               END-READ
           END-PERFORM.
           CLOSE FICGR.
           CLOSE FICNC.
           CLOSE FIC.
           CLOSE FICASS.
           PERFORM VERIFICAR-FIM-SERIES.
           MOVE SPACES TO LINHA-VER.
           WRITE LINHA-VER.
           MOVE SPACES TO LINHA-VER.
           STRING "DOCUMENTOS VERIFICADOS: " WS-VER-DOCS
               "   ERROS: " WS-VER-ERROS
               DELIMITED BY SIZE INTO LINHA-VER.
           WRITE LINHA-VER.
           MOVE SPACES TO LINHA-VER.
           IF WS-VER-ERROS = 0 THEN
               MOVE "CADEIA DE ASSINATURAS INTACTA" TO LINHA-VER
           ELSE
               MOVE "CADEIA DE ASSINATURAS COM ERROS" TO LINHA-VER
           END-IF.
           WRITE LINHA-VER.
           CLOSE FICVER.
           DISPLAY "DOCUMENTOS VERIFICADOS: " LINE 3 POSITION 1.
           DISPLAY WS-VER-DOCS LINE 3 POSITION 25.
           IF WS-VER-ERROS = 0 THEN
               DISPLAY "CADEIA DE ASSINATURAS INTACTA"
                   LINE 5 POSITION 1
           ELSE
               DISPLAY "ERROS NA CADEIA: " FOREGROUND-COLOR 4
                   HIGHLIGHT LINE 5 POSITION 1
               DISPLAY WS-VER-ERROS LINE 5 POSITION 18
               DISPLAY "- VER VERIFICACAO_ASSINATURAS.TXT"
                   LINE 5 POSITION 25
           END-IF.
           ACCEPT OMITTED.

       VERIFICAR-UMA-ASSINATURA.
           ADD 1 TO WS-VER-DOCS.
           PERFORM MONTAR-DOC-ID.
           MOVE 0 TO WS-VER-IND.
           PERFORM VARYING WS-VER-I FROM 1 BY 1
               UNTIL WS-VER-I > WS-VER-TOT
               IF WS-VER-TIPO(WS-VER-I) = ASS-TIPO
                   AND WS-VER-SERIE(WS-VER-I) = ASS-SERIE THEN
                   MOVE WS-VER-I TO WS-VER-IND
               END-IF
           END-PERFORM.
           IF WS-VER-IND = 0 THEN
               IF WS-VER-TOT >= 20 THEN
                   MOVE "DEMASIADAS SERIES - SERIE NAO VERIFICADA"
                       TO WS-VER-MSG
                   PERFORM ERRO-VERIFICACAO
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-VER-TOT
               MOVE WS-VER-TOT TO WS-VER-IND
               MOVE ASS-TIPO TO WS-VER-TIPO(WS-VER-IND)
               MOVE ASS-SERIE TO WS-VER-SERIE(WS-VER-IND)
               MOVE 0 TO WS-VER-SEQ(WS-VER-IND)
               MOVE SPACES TO WS-VER-HASH(WS-VER-IND)
           END-IF.
           IF ASS-SEQ NOT = WS-VER-SEQ(WS-VER-IND) + 1 THEN
               MOVE "SALTO NA NUMERACAO DA SERIE" TO WS-VER-MSG
               PERFORM ERRO-VERIFICACAO
           END-IF.
           IF ASS-HASH-ANT NOT = WS-VER-HASH(WS-VER-IND) THEN
               MOVE "HASH ANTERIOR NAO CONFERE - CADEIA QUEBRADA"
                   TO WS-VER-MSG
               PERFORM ERRO-VERIFICACAO
           END-IF.
           MOVE 1 TO WS-VER-EXISTE.
           MOVE SPACES TO WS-ASS-DATA.
           IF ASS-TIPO = "FT" THEN
               MOVE ASS-NUMERO TO NUMERO-FATURA
               READ FIC
                   INVALID KEY
                       MOVE 0 TO WS-VER-EXISTE
                   NOT INVALID KEY
                       STRING ANO "-" MES "-" DIA
                           DELIMITED BY SIZE INTO WS-ASS-DATA
                       MOVE NIF TO WS-ASS-REF
                       MOVE VALOR TO WS-ASS-VALOR
               END-READ
           END-IF.
           IF ASS-TIPO = "NC" THEN
               MOVE ASS-NUMERO TO NC-NUMERO
               READ FICNC
                   INVALID KEY
                       MOVE 0 TO WS-VER-EXISTE
                   NOT INVALID KEY
                       STRING NC-ANO "-" NC-MES "-" NC-DIA
                           DELIMITED BY SIZE INTO WS-ASS-DATA
                       MOVE NC-FATURA TO WS-ASS-REF
                       MOVE NC-VALOR TO WS-ASS-VALOR
               END-READ
           END-IF.
           IF ASS-TIPO = "GR" THEN
               MOVE ASS-NUMERO TO GR-NUMERO
               READ FICGR
                   INVALID KEY
                       MOVE 0 TO WS-VER-EXISTE
                   NOT INVALID KEY
                       MOVE GR-DATA-CARGA TO TEMP-DATA-GR
                       STRING TEMP-DATA-GR(1:4) "-" TEMP-DATA-GR(5:2)
                           "-" TEMP-DATA-GR(7:2)
                           DELIMITED BY SIZE INTO WS-ASS-DATA
                       MOVE GR-NIF TO WS-ASS-REF
                       MOVE 0 TO WS-ASS-VALOR
               END-READ
           END-IF.
           IF WS-VER-EXISTE = 0 THEN
               MOVE "DOCUMENTO ELIMINADO" TO WS-VER-MSG
               PERFORM ERRO-VERIFICACAO
           ELSE
               PERFORM CALCULAR-HASH
               IF WS-HASH-RES NOT = ASS-HASH THEN
                   MOVE "DOCUMENTO ALTERADO DEPOIS DE EMITIDO"
                       TO WS-VER-MSG
                   PERFORM ERRO-VERIFICACAO
               END-IF
           END-IF.
           MOVE ASS-SEQ TO WS-VER-SEQ(WS-VER-IND).
           MOVE ASS-HASH TO WS-VER-HASH(WS-VER-IND).

       VERIFICAR-FIM-SERIES.
      * O ULTIMO DOCUMENTO DE CADA SERIE TEM DE SER O DA FICHA
           OPEN INPUT FICSER.
           MOVE LOW-VALUES TO SER-CHAVE.
           MOVE "00" TO FS-SER.
           START FICSER KEY IS NOT LESS THAN SER-CHAVE
               INVALID KEY MOVE "10" TO FS-SER
           END-START.
           PERFORM UNTIL FS-SER = "10"
               READ FICSER NEXT RECORD
                   AT END
                       MOVE "10" TO FS-SER
                   NOT AT END
                       MOVE 0 TO WS-VER-IND
                       PERFORM VARYING WS-VER-I FROM 1 BY 1
                           UNTIL WS-VER-I > WS-VER-TOT
                           IF WS-VER-TIPO(WS-VER-I) = SER-TIPO
                               AND WS-VER-SERIE(WS-VER-I) = SER-CODIGO
                               THEN
                               MOVE WS-VER-I TO WS-VER-IND
                           END-IF
                       END-PERFORM
                       MOVE SER-TIPO TO ASS-TIPO
                       MOVE SER-CODIGO TO ASS-SERIE
                       MOVE SER-ULTIMO TO ASS-SEQ
                       PERFORM MONTAR-DOC-ID
                       IF WS-VER-IND = 0 THEN
                           IF SER-ULTIMO > 0 THEN
                               MOVE "SERIE SEM DOCUMENTOS ASSINADOS"
                                   TO WS-VER-MSG
                               PERFORM ERRO-VERIFICACAO
                           END-IF
                       ELSE
                           IF WS-VER-SEQ(WS-VER-IND) NOT = SER-ULTIMO
                               OR WS-VER-HASH(WS-VER-IND)
                               NOT = SER-ULT-HASH THEN
                               MOVE "DOCUMENTOS EM FALTA NO FIM"
                                   TO WS-VER-MSG
                               PERFORM ERRO-VERIFICACAO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICSER.

       ERRO-VERIFICACAO.
           ADD 1 TO WS-VER-ERROS.
           MOVE SPACES TO LINHA-VER.
           STRING WS-ASS-DOC-ID "  " WS-VER-MSG
               DELIMITED BY SIZE INTO LINHA-VER.
           WRITE LINHA-VER.

       ID-ASSINATURA-SAFT.
      * NUMERO, ATCUD E HASH DO DOCUMENTO EM ASS-TIPO/ASS-NUMERO;
      * DOCUMENTOS ANTERIORES AS SERIES FICAM COM A NUMERACAO ANTIGA
           READ FICASS
               INVALID KEY
                   MOVE SPACES TO WS-SAFT-ID-W
                   STRING ASS-TIPO " SAB/" ASS-NUMERO
                       DELIMITED BY SIZE INTO WS-SAFT-ID-W
                   MOVE "0" TO WS-SAFT-ATCUD
                   MOVE "0" TO WS-SAFT-HASH
                   MOVE "0" TO WS-SAFT-HASH-CTL
               NOT INVALID KEY
                   PERFORM MONTAR-DOC-ID
                   MOVE WS-ASS-DOC-ID TO WS-SAFT-ID-W
                   MOVE ASS-ATCUD TO WS-SAFT-ATCUD
                   MOVE ASS-HASH TO WS-SAFT-HASH
                   MOVE "1" TO WS-SAFT-HASH-CTL
           END-READ.

       CONVERTER-FATURAS.
      * CONVERSAO UNICA DO INDEX.TXT ANTIGO (SEM NIVEL NEM DATA DE
      * AVISO DE COBRANCA). NO FICHEIRO JA CONVERTIDO O OPEN COM O
      * REGISTO ANTIGO FALHA E A CONVERSAO E RECUSADA.
           DISPLAY CLS.
           DISPLAY "CONVERSAO DO FICHEIRO DE FATURAS"
               LINE 1 POSITION 1.
           OPEN INPUT FIC0.
           IF FS-0 NOT = "00" THEN
               DISPLAY "INDEX.TXT JA NO FORMATO NOVO, VAZIO OU "
                   & "INDISPONIVEL - NADA A CONVERTER"
                   LINE 3 POSITION 1
               CLOSE FIC0
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-CNV-CONT.
           OPEN OUTPUT FICCNV.
           MOVE LOW-VALUES TO FT0-NUMERO.
           START FIC0 KEY IS NOT LESS THAN FT0-NUMERO
               INVALID KEY MOVE "10" TO FS-0
           END-START.
           PERFORM UNTIL FS-0 NOT = "00"
               READ FIC0 NEXT RECORD
                   AT END
                       MOVE "10" TO FS-0
                   NOT AT END
                       MOVE FT0-NUMERO TO NUMERO-FATURA
                       MOVE FT0-DIA TO DIA
                       MOVE FT0-MES TO MES
                       MOVE FT0-ANO TO ANO
                       MOVE FT0-PRAZO TO PRAZO
                       MOVE FT0-VALOR TO VALOR
                       MOVE FT0-PAGO TO PAGO
                       MOVE FT0-NIF TO NIF
                       MOVE FT0-VALOR-PAGO TO VALOR-PAGO
                       MOVE FT0-DIA-PAG TO DIA-PAGAMENTO
                       MOVE FT0-MES-PAG TO MES-PAGAMENTO
                       MOVE FT0-ANO-PAG TO ANO-PAGAMENTO
                       MOVE FT0-BASE TO BASE-TRIB
                       MOVE FT0-TAXA TO TAXA-IVA
                       MOVE FT0-IVA TO VALOR-IVA
                       MOVE 0 TO NIVEL-AVISO
                       MOVE 0 TO DATA-AVISO-FT
                       MOVE SPACES TO CNV-LINHA
                       MOVE REGISTO TO CNV-LINHA
                       WRITE REGISTO-CNV
                       ADD 1 TO WS-CNV-CONT
               END-READ
           END-PERFORM.
           CLOSE FIC0.
           CLOSE FICCNV.

           OPEN OUTPUT FIC.
           OPEN INPUT FICCNV.
           PERFORM UNTIL FS-CNV NOT = "00"
               READ FICCNV
                   AT END
                       MOVE "10" TO FS-CNV
                   NOT AT END
                       MOVE CNV-LINHA TO REGISTO
                       WRITE REGISTO
                           INVALID KEY CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE FICCNV.
           CLOSE FIC.

           DISPLAY "FATURAS CONVERTIDAS: " LINE 3 POSITION 1.
           DISPLAY WS-CNV-CONT LINE 3 POSITION 22.
           ACCEPT OMITTED.

       CONVERTER-LINHAS.
      * CONVERSAO UNICA DO LINHAS.DAT ANTIGO (SEM CODIGO DE ARTIGO),
      * NOS MESMOS MOLDES DA CONVERSAO DAS FATURAS
           DISPLAY CLS.
           DISPLAY "CONVERSAO DO FICHEIRO DE LINHAS DE FATURA"
               LINE 1 POSITION 1.
           OPEN INPUT FICLIN0.
           IF FS-LIN0 NOT = "00" THEN
               DISPLAY "LINHAS.DAT JA NO FORMATO NOVO, VAZIO OU "
                   & "INDISPONIVEL - NADA A CONVERTER"
                   LINE 3 POSITION 1
               CLOSE FICLIN0
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-CNV-CONT.
           OPEN OUTPUT FICCNV.
           MOVE LOW-VALUES TO LN0-CHAVE.
           START FICLIN0 KEY IS NOT LESS THAN LN0-CHAVE
               INVALID KEY MOVE "10" TO FS-LIN0
           END-START.
           PERFORM UNTIL FS-LIN0 NOT = "00"
               READ FICLIN0 NEXT RECORD
                   AT END
                       MOVE "10" TO FS-LIN0
                   NOT AT END
                       MOVE LN0-FATURA TO LIN-FATURA
                       MOVE LN0-SEQ TO LIN-SEQ
                       MOVE LN0-DESC TO LIN-DESC
                       MOVE LN0-QTD TO LIN-QTD
                       MOVE LN0-PRECO TO LIN-PRECO
                       MOVE LN0-TAXA TO LIN-TAXA
                       MOVE LN0-BASE TO LIN-BASE
                       MOVE SPACES TO LIN-ARTIGO
                       MOVE SPACES TO CNV-LINHA
                       MOVE REGISTO-LIN TO CNV-LINHA
                       WRITE REGISTO-CNV
                       ADD 1 TO WS-CNV-CONT
               END-READ
           END-PERFORM.
           CLOSE FICLIN0.
           CLOSE FICCNV.

           OPEN OUTPUT FICLIN.
           OPEN INPUT FICCNV.
           PERFORM UNTIL FS-CNV NOT = "00"
               READ FICCNV
                   AT END
                       MOVE "10" TO FS-CNV
                   NOT AT END
                       MOVE CNV-LINHA TO REGISTO-LIN
                       WRITE REGISTO-LIN
                           INVALID KEY CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE FICCNV.
           CLOSE FICLIN.

           DISPLAY "LINHAS CONVERTIDAS: " LINE 3 POSITION 1.
           DISPLAY WS-CNV-CONT LINE 3 POSITION 21.
           ACCEPT OMITTED.

       GESTAO-ARTIGOS.
           MOVE 9 TO WS-OPCAO-ART.
           PERFORM UNTIL WS-OPCAO-ART = 0
               DISPLAY CLS
               DISPLAY CABECALHO-ART
               DISPLAY "1-REGISTAR 2-CONSULTAR 3-ALTERAR 0-VOLTAR"
                   AT 1601
               DISPLAY "OPCAO: " AT 1701
               ACCEPT WS-OPCAO-ART AT 1708
               EVALUATE WS-OPCAO-ART
                   WHEN 1 PERFORM REGISTAR-ARTIGO
                   WHEN 2 PERFORM CONSULTAR-ARTIGO
                   WHEN 3 PERFORM ALTERAR-ARTIGO
               END-EVALUATE
           END-PERFORM.
       REGISTAR-ARTIGO.
           DISPLAY CLS.
           DISPLAY CABECALHO-ART.
           OPEN I-O FICART.
           ACCEPT ART-CODIGO AT 0522.
           READ FICART
               INVALID KEY
                   DISPLAY " " ERASE EOL AT 0535
               NOT INVALID KEY
                   DISPLAY "ESTE ARTIGO JA EXISTE!" AT 0535
           END-READ.
           PERFORM ENTRAR-DADOS-ARTIGO.
           IF (NOT ART-TAXA-VALIDA) THEN
               DISPLAY "TAXA INEXISTENTE - ARTIGO NAO GRAVADO"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1520
           ELSE
               MOVE 0 TO EXISTE
               WRITE REGISTO-ART
                   INVALID KEY MOVE 1 TO EXISTE
               END-WRITE
               IF (EXISTE=0) THEN
                   DISPLAY "REGISTO INSERIDO COM SUCESSO" AT 1520
               ELSE
                   DISPLAY "REGISTO JA EXISTE" AT 1520
               END-IF
           END-IF.
           CLOSE FICART.
           ACCEPT OMITTED.
       ENTRAR-DADOS-ARTIGO.
           ACCEPT ART-DESC AT 0622.
           ACCEPT ART-UNIDADE AT 0722.
           IF ART-UNIDADE = SPACES THEN
               MOVE "UN" TO ART-UNIDADE
               DISPLAY ART-UNIDADE AT 0722
           END-IF.
           MOVE SPACES TO TEMP-PRECO.
           ACCEPT TEMP-PRECO AT 0822.
           MOVE FUNCTION NUMVAL(TEMP-PRECO) TO ART-PRECO.
           MOVE ART-PRECO TO SAIDA-LIN.
           DISPLAY SAIDA-LIN AT 0822.
           ACCEPT ART-TAXA AT 0922.
           IF (NOT ART-TAXA-VALIDA) THEN
               DISPLAY "TAXA INEXISTENTE!" FOREGROUND-COLOR 4
                                                      HIGHLIGHT AT 0935
           ELSE
               DISPLAY " " ERASE EOL AT 0935
           END-IF.
           ACCEPT ART-ATIVO AT 1022.
           IF ART-ATIVO NOT = "N" AND ART-ATIVO NOT = "n" THEN
               MOVE "S" TO ART-ATIVO
           ELSE
               MOVE "N" TO ART-ATIVO
           END-IF.
           DISPLAY ART-ATIVO AT 1022.
       CONSULTAR-ARTIGO.
           DISPLAY CLS.
           DISPLAY CABECALHO-ART.
           OPEN INPUT FICART.
           ACCEPT ART-CODIGO AT 0522.
           READ FICART
               INVALID KEY
                   DISPLAY "ARTIGO NAO ENCONTRADO!" AT 1520
               NOT INVALID KEY
                   PERFORM MOSTRAR-ARTIGO
           END-READ.
           CLOSE FICART.
           ACCEPT OMITTED.
       MOSTRAR-ARTIGO.
           DISPLAY ART-DESC AT 0622.
           DISPLAY ART-UNIDADE AT 0722.
           MOVE ART-PRECO TO SAIDA-LIN.
           DISPLAY SAIDA-LIN AT 0822.
           DISPLAY ART-TAXA AT 0922.
           DISPLAY ART-ATIVO AT 1022.
       ALTERAR-ARTIGO.
      * O ARTIGO NAO SE ELIMINA (HA LINHAS DE FATURA COM O CODIGO);
      * QUANDO DEIXA DE SE VENDER FICA INATIVO
           DISPLAY CLS.
           DISPLAY CABECALHO-ART.
           OPEN I-O FICART.
           ACCEPT ART-CODIGO AT 0522.
           READ FICART
               INVALID KEY
                   DISPLAY "ARTIGO NAO ENCONTRADO!" AT 1520
               NOT INVALID KEY
                   PERFORM MOSTRAR-ARTIGO
                   PERFORM ENTRAR-DADOS-ARTIGO
                   IF (NOT ART-TAXA-VALIDA) THEN
                       DISPLAY "TAXA INEXISTENTE - NAO ALTERADO"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1520
                   ELSE
                       REWRITE REGISTO-ART
                       DISPLAY "REGISTO ALTERADO COM SUCESSO" AT 1520
                   END-IF
           END-READ.
           CLOSE FICART.
           ACCEPT OMITTED.

       GESTAO-PRECOS.
           MOVE 9 TO WS-OPCAO-PRC.
           PERFORM UNTIL WS-OPCAO-PRC = 0
               DISPLAY CLS
               DISPLAY CABECALHO-PRC
               DISPLAY "1-DEFINIR 2-CONSULTAR 3-ELIMINAR 0-VOLTAR"
                   AT 1601
               DISPLAY "OPCAO: " AT 1701
               ACCEPT WS-OPCAO-PRC AT 1708
               EVALUATE WS-OPCAO-PRC
                   WHEN 1 PERFORM DEFINIR-PRECO
                   WHEN 2 PERFORM CONSULTAR-PRECO
                   WHEN 3 PERFORM ELIMINAR-PRECO
               END-EVALUATE
           END-PERFORM.
       DEFINIR-PRECO.
      * ARTIGO "*" = DESCONTO DO CLIENTE EM TODOS OS ARTIGOS. NUM
      * ARTIGO CONCRETO O PRECO ESPECIAL PREVALECE SOBRE O DESCONTO.
           DISPLAY CLS.
           DISPLAY CABECALHO-PRC.
           ACCEPT PRC-NIF AT 0522.
           MOVE PRC-NIF TO CLI-NIF.
           OPEN INPUT FICCLI.
           MOVE 0 TO EXISTE.
           READ FICCLI
               INVALID KEY
                   MOVE 1 TO EXISTE
               NOT INVALID KEY
                   DISPLAY CLI-NOME AT 0535
           END-READ.
           CLOSE FICCLI.
           IF EXISTE = 1 THEN
               DISPLAY "CLIENTE NAO ENCONTRADO!" AT 1520
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           ACCEPT PRC-ARTIGO AT 0622.
           IF PRC-ARTIGO NOT = "*" THEN
               MOVE PRC-ARTIGO TO ART-CODIGO
               OPEN INPUT FICART
               READ FICART
                   INVALID KEY
                       MOVE 1 TO EXISTE
                   NOT INVALID KEY
                       DISPLAY ART-DESC AT 0635
               END-READ
               CLOSE FICART
               IF EXISTE = 1 THEN
                   DISPLAY "ARTIGO NAO ENCONTRADO!" AT 1520
                   ACCEPT OMITTED
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           OPEN I-O FICPRC.
           READ FICPRC
               INVALID KEY
                   MOVE 0 TO EXISTE
               NOT INVALID KEY
                   MOVE 1 TO EXISTE
                   PERFORM MOSTRAR-PRECO
           END-READ.
           MOVE 0 TO PRC-PRECO.
           IF PRC-ARTIGO NOT = "*" THEN
               MOVE SPACES TO TEMP-PRECO
               ACCEPT TEMP-PRECO AT 0722
               MOVE FUNCTION NUMVAL(TEMP-PRECO) TO PRC-PRECO
           END-IF.
           MOVE PRC-PRECO TO SAIDA-LIN.
           DISPLAY SAIDA-LIN AT 0722.
           MOVE SPACES TO TEMP-DESCONTO.
           ACCEPT TEMP-DESCONTO AT 0822.
           MOVE FUNCTION NUMVAL(TEMP-DESCONTO) TO PRC-DESCONTO.
           MOVE PRC-DESCONTO TO SAIDA-DESCONTO.
           DISPLAY SAIDA-DESCONTO AT 0822.
           IF PRC-PRECO = 0 AND PRC-DESCONTO = 0 THEN
               DISPLAY "SEM PRECO NEM DESCONTO - NADA GRAVADO" AT 1520
           ELSE
               IF EXISTE = 1 THEN
                   REWRITE REGISTO-PRC
                   DISPLAY "REGISTO ALTERADO COM SUCESSO" AT 1520
               ELSE
                   WRITE REGISTO-PRC
                   DISPLAY "REGISTO INSERIDO COM SUCESSO" AT 1520
               END-IF
           END-IF.
           CLOSE FICPRC.
           ACCEPT OMITTED.
       CONSULTAR-PRECO.
           DISPLAY CLS.
           DISPLAY CABECALHO-PRC.
           OPEN INPUT FICPRC.
           ACCEPT PRC-NIF AT 0522.
           ACCEPT PRC-ARTIGO AT 0622.
           READ FICPRC
               INVALID KEY
                   DISPLAY "SEM PRECO PARA ESTE CLIENTE" AT 1520
               NOT INVALID KEY
                   PERFORM MOSTRAR-PRECO
           END-READ.
           CLOSE FICPRC.
           ACCEPT OMITTED.
       MOSTRAR-PRECO.
           MOVE PRC-PRECO TO SAIDA-LIN.
           DISPLAY SAIDA-LIN AT 0722.
           MOVE PRC-DESCONTO TO SAIDA-DESCONTO.
           DISPLAY SAIDA-DESCONTO AT 0822.
       ELIMINAR-PRECO.
           DISPLAY CLS.
           DISPLAY CABECALHO-PRC.
           OPEN I-O FICPRC.
           ACCEPT PRC-NIF AT 0522.
           ACCEPT PRC-ARTIGO AT 0622.
           READ FICPRC
               INVALID KEY
                   DISPLAY "SEM PRECO PARA ESTE CLIENTE" AT 1520
               NOT INVALID KEY
                   PERFORM MOSTRAR-PRECO
                   DISPLAY "ELIMINAR ESTE PRECO (S/N)? " AT 1520
                   ACCEPT WS-CONFIRMA AT 1547
                   IF CONFIRMA-SIM THEN
                       DELETE FICPRC
                       DISPLAY "REGISTO ELIMINADO COM SUCESSO" AT 1620
                   ELSE
                       DISPLAY " " ERASE EOL AT 1620
                   END-IF
           END-READ.
           CLOSE FICPRC.
           ACCEPT OMITTED.

       OBTER-PRECO-ARTIGO.
      * ARTIGO WS-LIN-ART PARA O CLIENTE EM NIF: PRECO ESPECIAL DO
      * ARTIGO, SENAO DESCONTO DO ARTIGO, SENAO DESCONTO GERAL DO
      * CLIENTE, SENAO PRECO BASE. SO ARTIGOS ATIVOS.
           MOVE 0 TO WS-ART-OK.
           OPEN INPUT FICART.
           MOVE WS-LIN-ART TO ART-CODIGO.
           READ FICART
               NOT INVALID KEY
                   IF ART-ATIVO-SIM THEN
                       MOVE 1 TO WS-ART-OK
                   END-IF
           END-READ.
           CLOSE FICART.
           IF WS-ART-OK = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE ART-PRECO TO WS-ART-PRECO-CLI.
           IF NIF = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FICPRC.
           MOVE NIF TO PRC-NIF.
           MOVE WS-LIN-ART TO PRC-ARTIGO.
           READ FICPRC
               INVALID KEY
                   MOVE "*" TO PRC-ARTIGO
                   READ FICPRC
                       INVALID KEY
                           MOVE 0 TO PRC-PRECO
                           MOVE 0 TO PRC-DESCONTO
                   END-READ
           END-READ.
           CLOSE FICPRC.
           IF PRC-PRECO > 0 THEN
               MOVE PRC-PRECO TO WS-ART-PRECO-CLI
           ELSE
               IF PRC-DESCONTO > 0 THEN
                   COMPUTE WS-ART-PRECO-CLI ROUNDED =
                       ART-PRECO * (100 - PRC-DESCONTO) / 100
               END-IF
           END-IF.

       VENDAS-POR-ARTIGO.
      * VENDAS POR ARTIGO NO PERIODO, A PARTIR DAS LINHAS DAS FATURAS
           DISPLAY CLS.
           DISPLAY "VENDAS POR ARTIGO" LINE 1 POSITION 1.
           DISPLAY "DATA INICIAL (AAAAMMDD): " LINE 2 POSITION 1.
           MOVE SPACES TO WS-VND-INI.
           ACCEPT WS-VND-INI LINE 2 POSITION 26.
           DISPLAY "DATA FINAL   (AAAAMMDD): " LINE 3 POSITION 1.
           MOVE SPACES TO WS-VND-FIM.
           ACCEPT WS-VND-FIM LINE 3 POSITION 26.
           IF WS-VND-INI NOT NUMERIC OR WS-VND-FIM NOT NUMERIC
               OR WS-VND-INI > WS-VND-FIM THEN
               DISPLAY "PERIODO INVALIDO!" FOREGROUND-COLOR 4
                   HIGHLIGHT LINE 5 POSITION 1
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-VND-TOT.
           MOVE 0 TO WS-VND-SEMLIN.
           MOVE 0 TO WS-VND-SEMLIN-BASE.
           OPEN INPUT FIC.
           OPEN INPUT FICLIN.
           MOVE LOW-VALUES TO NUMERO-FATURA.
           MOVE "00" TO FS.
           START FIC KEY IS NOT LESS THAN NUMERO-FATURA
               INVALID KEY MOVE "10" TO FS
           END-START.
           PERFORM UNTIL FS = "10"
               READ FIC NEXT RECORD
                   AT END
                       MOVE "10" TO FS
                   NOT AT END
                       MOVE ANO TO WS-VND-DATA(1:4)
                       MOVE MES TO WS-VND-DATA(5:2)
                       MOVE DIA TO WS-VND-DATA(7:2)
                       IF WS-VND-DATA >= WS-VND-INI
                           AND WS-VND-DATA <= WS-VND-FIM THEN
                           PERFORM ACUMULAR-VENDAS-FATURA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICLIN.
           CLOSE FIC.
           PERFORM ORDENAR-VENDAS.

           OPEN OUTPUT FICVND.
           MOVE SPACES TO LINHA-VND.
           STRING "VENDAS POR ARTIGO DE " WS-VND-INI " A " WS-VND-FIM
               DELIMITED BY SIZE INTO LINHA-VND.
           WRITE LINHA-VND.
           MOVE SPACES TO LINHA-VND.
           WRITE LINHA-VND.
           MOVE "ARTIGO DESCRICAO                          QTD"
               & "          BASE         IVA" TO LINHA-VND.
           WRITE LINHA-VND.
           DISPLAY LINHA-VND LINE 5 POSITION 1.
           MOVE 6 TO WS-LINHA-LIST.
           MOVE 0 TO WS-TOT-GBASE.
           MOVE 0 TO WS-TOT-GIVA.
           PERFORM VARYING WS-VND-I FROM 1 BY 1
               UNTIL WS-VND-I > WS-VND-TOT
               MOVE WS-VND-ART(WS-VND-I) TO VND-ART
               MOVE WS-VND-DESC(WS-VND-I) TO VND-DESC
               MOVE WS-VND-QTD(WS-VND-I) TO VND-QTD
               MOVE WS-VND-BASE(WS-VND-I) TO VND-BASE
               MOVE WS-VND-IVA(WS-VND-I) TO VND-IVA
               WRITE LINHA-VND FROM VND-DET
               IF WS-LINHA-LIST < 20 THEN
                   DISPLAY VND-DET LINE WS-LINHA-LIST POSITION 1
                   ADD 1 TO WS-LINHA-LIST
               END-IF
               ADD WS-VND-BASE(WS-VND-I) TO WS-TOT-GBASE
               ADD WS-VND-IVA(WS-VND-I) TO WS-TOT-GIVA
           END-PERFORM.
           MOVE SPACES TO VND-ART.
           MOVE "TOTAL" TO VND-DESC.
           MOVE 0 TO VND-QTD.
           MOVE WS-TOT-GBASE TO VND-BASE.
           MOVE WS-TOT-GIVA TO VND-IVA.
           MOVE SPACES TO LINHA-VND.
           WRITE LINHA-VND.
           WRITE LINHA-VND FROM VND-DET.
           ADD 1 TO WS-LINHA-LIST.
           DISPLAY VND-DET LINE WS-LINHA-LIST POSITION 1.
           IF WS-VND-SEMLIN > 0 THEN
               MOVE WS-VND-SEMLIN-BASE TO SAIDA-LIMITE
               MOVE SPACES TO LINHA-VND
               STRING "FATURAS SEM LINHAS (NAO INCLUIDAS): "
                   WS-VND-SEMLIN "  BASE " SAIDA-LIMITE
                   DELIMITED BY SIZE INTO LINHA-VND
               WRITE LINHA-VND
               ADD 1 TO WS-LINHA-LIST
               DISPLAY LINHA-VND LINE WS-LINHA-LIST POSITION 1
           END-IF.
           CLOSE FICVND.
           ADD 2 TO WS-LINHA-LIST.
           DISPLAY "GRAVADO EM VENDAS_ARTIGO.TXT"
               LINE WS-LINHA-LIST POSITION 1.
           ACCEPT OMITTED.
       ACUMULAR-VENDAS-FATURA.
           MOVE 0 TO WS-LIN-CONT.
           MOVE NUMERO-FATURA TO LIN-FATURA.
           MOVE 0 TO LIN-SEQ.
           MOVE "00" TO FS-LIN.
           START FICLIN KEY IS NOT LESS THAN LIN-CHAVE
               INVALID KEY MOVE "10" TO FS-LIN
           END-START.
           PERFORM UNTIL FS-LIN = "10"
               READ FICLIN NEXT RECORD
                   AT END
                       MOVE "10" TO FS-LIN
                   NOT AT END
                       IF LIN-FATURA NOT = NUMERO-FATURA THEN
                           MOVE "10" TO FS-LIN
                       ELSE
                           ADD 1 TO WS-LIN-CONT
                           PERFORM ACUMULAR-VENDA-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LIN-CONT = 0 THEN
               ADD 1 TO WS-VND-SEMLIN
               ADD BASE-TRIB TO WS-VND-SEMLIN-BASE
           END-IF.
       ACUMULAR-VENDA-LINHA.
      * LINHAS ANTERIORES AO FICHEIRO DE ARTIGOS FICAM JUNTAS
           MOVE 0 TO WS-VND-IND.
           PERFORM VARYING WS-VND-I FROM 1 BY 1
               UNTIL WS-VND-I > WS-VND-TOT
               IF WS-VND-ART(WS-VND-I) = LIN-ARTIGO THEN
                   MOVE WS-VND-I TO WS-VND-IND
               END-IF
           END-PERFORM.
           IF WS-VND-IND = 0 THEN
               IF WS-VND-TOT >= 200 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-VND-TOT
               MOVE WS-VND-TOT TO WS-VND-IND
               MOVE LIN-ARTIGO TO WS-VND-ART(WS-VND-IND)
               IF LIN-ARTIGO = SPACES THEN
                   MOVE "LINHAS SEM ARTIGO" TO WS-VND-DESC(WS-VND-IND)
               ELSE
                   MOVE LIN-DESC TO WS-VND-DESC(WS-VND-IND)
               END-IF
               MOVE 0 TO WS-VND-QTD(WS-VND-IND)
               MOVE 0 TO WS-VND-BASE(WS-VND-IND)
               MOVE 0 TO WS-VND-IVA(WS-VND-IND)
           END-IF.
           ADD LIN-QTD TO WS-VND-QTD(WS-VND-IND).
           ADD LIN-BASE TO WS-VND-BASE(WS-VND-IND).
           COMPUTE WS-LIN-IVA-V ROUNDED = LIN-BASE * LIN-TAXA / 100.
           ADD WS-LIN-IVA-V TO WS-VND-IVA(WS-VND-IND).
       ORDENAR-VENDAS.
           PERFORM VARYING WS-VND-I FROM 1 BY 1
               UNTIL WS-VND-I > WS-VND-TOT - 1
               PERFORM VARYING WS-VND-J FROM 1 BY 1
                   UNTIL WS-VND-J > WS-VND-TOT - WS-VND-I
                   IF WS-VND-ART(WS-VND-J) > WS-VND-ART(WS-VND-J + 1)
                       MOVE WS-VND-ITEM(WS-VND-J) TO WS-VND-TEMP
                       MOVE WS-VND-ITEM(WS-VND-J + 1)
                           TO WS-VND-ITEM(WS-VND-J)
                       MOVE WS-VND-TEMP TO WS-VND-ITEM(WS-VND-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       CONCILIACAO-BANCARIA.
           DISPLAY CLS.
           DISPLAY CABECALHO-CNC.
           PERFORM OBTER-CONTA-EMPRESA.
           IF WS-CNC-CONTA = 0 THEN
               DISPLAY "CONTA DA EMPRESA NAO DEFINIDA!" AT 1801
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           MOVE 9 TO WS-OPCAO-CNC.
           PERFORM UNTIL WS-OPCAO-CNC = 0
               DISPLAY CLS
               DISPLAY CABECALHO-CNC
               DISPLAY WS-CNC-CONTA AT 0522
               DISPLAY "1-CONCILIAR CREDITOS 2-LISTAR PENDENTES "
                   & "3-AFETAR PENDENTE 0-VOLTAR" AT 1601
               DISPLAY "OPCAO: " AT 1701
               ACCEPT WS-OPCAO-CNC AT 1708
               EVALUATE WS-OPCAO-CNC
                   WHEN 1 PERFORM CONCILIAR-CREDITOS
                   WHEN 2 PERFORM LISTAR-PENDENTES-BANCO
                   WHEN 3 PERFORM AFETAR-PENDENTE
               END-EVALUATE
           END-PERFORM.
       OBTER-CONTA-EMPRESA.
      * CONTA DA EMPRESA NO BANCO EM CONTA_BANCO.TXT; NA 1A VEZ E PEDIDA
           MOVE 0 TO WS-CNC-CONTA.
           OPEN INPUT FICCBC.
           IF FS-CBC = "00" THEN
               READ FICCBC
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LINHA-CBC(1:6) IS NUMERIC THEN
                           MOVE LINHA-CBC(1:6) TO WS-CNC-CONTA
                       END-IF
               END-READ
           END-IF.
           CLOSE FICCBC.
           IF WS-CNC-CONTA = 0 THEN
               DISPLAY "CONTA DA EMPRESA NO BANCO (FICA EM "
                   & "CONTA_BANCO.TXT)" AT 1801
               MOVE SPACES TO TEMP-CONTA
               ACCEPT TEMP-CONTA AT 0522
               IF TEMP-CONTA NOT = SPACES THEN
                   MOVE FUNCTION NUMVAL(TEMP-CONTA) TO WS-CNC-CONTA
               END-IF
               IF WS-CNC-CONTA > 0 THEN
                   OPEN OUTPUT FICCBC
                   MOVE SPACES TO LINHA-CBC
                   MOVE WS-CNC-CONTA TO LINHA-CBC(1:6)
                   WRITE LINHA-CBC
                   CLOSE FICCBC
               END-IF
           END-IF.
       CONCILIAR-CREDITOS.
      * LE OS CREDITOS DA CONTA DA EMPRESA NO PERIODO E LIQUIDA AS
      * FATURAS EM ABERTO; O QUE NAO CASA FICA EM SUSPENSO
           DISPLAY CLS.
           DISPLAY "CONCILIACAO DE CREDITOS BANCARIOS" LINE 1
               POSITION 1.
           COMPUTE WS-PER-ANOMES = WRK-ANO * 100 + WRK-MES.
           PERFORM VERIFICAR-PERIODO-FECHADO.
           IF PERIODO-FECHADO THEN
               DISPLAY "PERIODO FECHADO - OPERACAO RECUSADA!"
                   FOREGROUND-COLOR 4 HIGHLIGHT LINE 5 POSITION 1
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "DATA INICIAL (AAAAMMDD): " LINE 2 POSITION 1.
           MOVE SPACES TO WS-CNC-INI.
           ACCEPT WS-CNC-INI LINE 2 POSITION 26.
           DISPLAY "DATA FINAL   (AAAAMMDD): " LINE 3 POSITION 1.
           MOVE SPACES TO WS-CNC-FIM.
           ACCEPT WS-CNC-FIM LINE 3 POSITION 26.
           IF WS-CNC-INI NOT NUMERIC OR WS-CNC-FIM NOT NUMERIC
               OR WS-CNC-INI > WS-CNC-FIM THEN
               DISPLAY "PERIODO INVALIDO!" FOREGROUND-COLOR 4
                   HIGHLIGHT LINE 5 POSITION 1
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CNC-FIM TO WS-CNC-FIM-N.
           MOVE 0 TO WS-CNC-NOVOS.
           MOVE 0 TO WS-CNC-JA.
           MOVE 0 TO WS-CNC-RECIBOS.
           MOVE 0 TO WS-CNC-SUSP.
           MOVE 0 TO WS-CNC-TOT-LANC.
           MOVE 0 TO WS-CNC-TOT-SUSP.

           MOVE "CONCILIACAO_BANCO.TXT" TO WS-CNC-NOME.
           OPEN OUTPUT FICCNC.
           MOVE SPACES TO LINHA-CNC.
           STRING "CONCILIACAO BANCARIA DA CONTA " WS-CNC-CONTA
               " DE " WS-CNC-INI " A " WS-CNC-FIM
               DELIMITED BY SIZE INTO LINHA-CNC.
           WRITE LINHA-CNC.
           MOVE SPACES TO LINHA-CNC.
           WRITE LINHA-CNC.
           MOVE "DATA     SEQ  REFERENCIA       NIF       "
               & "       VALOR FATUR RECIB SITUACAO" TO LINHA-CNC.
           WRITE LINHA-CNC.
           DISPLAY LINHA-CNC LINE 5 POSITION 1.
           MOVE 6 TO WS-LINHA-LIST.

           OPEN INPUT FICMVX.
           OPEN INPUT FICCTA.
           OPEN I-O FICPND.
           OPEN I-O FIC.
           OPEN INPUT FICNC.
           MOVE WS-CNC-CONTA TO MVX-CONTA.
           MOVE WS-CNC-INI TO MVX-DATA.
           MOVE 0 TO MVX-SEQ.
           MOVE "00" TO FS-MVX.
           START FICMVX KEY IS NOT LESS THAN MVX-CHAVE
               INVALID KEY MOVE "10" TO FS-MVX
           END-START.
           PERFORM UNTIL FS-MVX = "10"
               READ FICMVX NEXT RECORD
                   AT END
                       MOVE "10" TO FS-MVX
                   NOT AT END
                       IF MVX-CONTA NOT = WS-CNC-CONTA
                           OR MVX-DATA > WS-CNC-FIM-N THEN
                           MOVE "10" TO FS-MVX
                       ELSE
                           IF MVX-OP(1:1) = "C" OR MVX-OP(1:1) = "R"
                               PERFORM TRATAR-CREDITO-BANCO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICNC.
           CLOSE FIC.
           CLOSE FICPND.
           CLOSE FICCTA.
           CLOSE FICMVX.

           MOVE SPACES TO LINHA-CNC.
           WRITE LINHA-CNC.
           MOVE WS-CNC-TOT-LANC TO SAIDA-LIMITE.
           MOVE SPACES TO LINHA-CNC.
           STRING "CREDITOS NOVOS: " WS-CNC-NOVOS
               "  JA TRATADOS: " WS-CNC-JA
               "  RECIBOS: " WS-CNC-RECIBOS
               "  LANCADO: " SAIDA-LIMITE
               DELIMITED BY SIZE INTO LINHA-CNC.
           WRITE LINHA-CNC.
           ADD 1 TO WS-LINHA-LIST.
           DISPLAY LINHA-CNC LINE WS-LINHA-LIST POSITION 1.
           MOVE WS-CNC-TOT-SUSP TO SAIDA-LIMITE.
           MOVE SPACES TO LINHA-CNC.
           STRING "CREDITOS EM SUSPENSO: " WS-CNC-SUSP
               "  VALOR EM SUSPENSO: " SAIDA-LIMITE
               DELIMITED BY SIZE INTO LINHA-CNC.
           WRITE LINHA-CNC.
           ADD 1 TO WS-LINHA-LIST.
           DISPLAY LINHA-CNC LINE WS-LINHA-LIST POSITION 1.
           CLOSE FICCNC.
           ADD 2 TO WS-LINHA-LIST.
           DISPLAY "GRAVADO EM CONCILIACAO_BANCO.TXT"
               LINE WS-LINHA-LIST POSITION 1.
           ACCEPT OMITTED.
       TRATAR-CREDITO-BANCO.
      * UM CREDITO JA TRATADO NUMA EXECUCAO ANTERIOR NAO E LANCADO
           MOVE MVX-CHAVE TO PND-CHAVE.
           READ FICPND
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CNC-JA
                   EXIT PARAGRAPH
           END-READ.
      * CREDITO DE UM MES JA FECHADO FICA POR TRATAR ATE SER REABERTO
           COMPUTE WS-PER-ANOMES = MVX-DATA / 100.
           PERFORM VERIFICAR-PERIODO-FECHADO.
           IF PERIODO-FECHADO THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CNC-NOVOS.
           MOVE MVX-MONTANTE TO WS-CNC-RESTO.
           MOVE MVX-DATA TO WS-CNC-DATA.
           PERFORM OBTER-NIF-ORDENANTE.
           PERFORM OBTER-FATURA-REFERENCIA.

      * 1) FATURA INDICADA NA REFERENCIA DO MOVIMENTO
           IF WS-CNC-FATREF NOT = SPACES THEN
               MOVE WS-CNC-FATREF TO NUMERO-FATURA
               READ FIC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PAGO = "N" OR PAGO = "n" OR PAGO = "P"
                           OR PAGO = "p" THEN
                           PERFORM SALDO-FATURA-BANCO
                           IF WS-SALDO-FATURA > 0 THEN
                               IF WS-CNC-NIF = SPACES THEN
                                   MOVE NIF TO WS-CNC-NIF
                               END-IF
                               IF WS-CNC-RESTO < WS-SALDO-FATURA
                                   MOVE WS-CNC-RESTO TO WS-CNC-AFETAR
                               ELSE
                                   MOVE WS-SALDO-FATURA TO WS-CNC-AFETAR
                               END-IF
                               MOVE "REFERENCIA" TO WS-CNC-SITUACAO
                               PERFORM LANCAR-PAGAMENTO-BANCO
                               PERFORM ESCREVE-LINHA-CNC
                           END-IF
                       END-IF
               END-READ
           END-IF.

      * 2) FATURAS EM ABERTO DO NIF DO ORDENANTE
           IF WS-CNC-RESTO > 0 AND WS-CNC-NIF NOT = SPACES THEN
               PERFORM CARREGAR-ABERTAS-NIF
               PERFORM AFETAR-ABERTAS-NIF
           END-IF.

      * 3) O QUE SOBRA FICA EM SUSPENSO PARA AFETACAO MANUAL
           MOVE MVX-CHAVE TO PND-CHAVE.
           MOVE MVX-REF TO PND-REF.
           MOVE WS-CNC-NIF TO PND-NIF.
           MOVE MVX-MONTANTE TO PND-VALOR.
           MOVE WS-CNC-RESTO TO PND-SALDO.
           COMPUTE PND-DATA-PROC = WRK-ANO * 10000 + WRK-MES * 100
               + WRK-DIA.
           IF WS-CNC-RESTO > 0 THEN
               MOVE "P" TO PND-ESTADO
               ADD 1 TO WS-CNC-SUSP
               ADD WS-CNC-RESTO TO WS-CNC-TOT-SUSP
               MOVE SPACES TO NUMERO-FATURA
               MOVE 0 TO WS-REC-NUM
               MOVE WS-CNC-RESTO TO WS-CNC-AFETAR
               MOVE "SUSPENSO" TO WS-CNC-SITUACAO
               PERFORM ESCREVE-LINHA-CNC
           ELSE
               MOVE "C" TO PND-ESTADO
           END-IF.
           WRITE REGISTO-PND
               INVALID KEY CONTINUE
           END-WRITE.
       OBTER-NIF-ORDENANTE.
      * NAS TRANSFERENCIAS A REFERENCIA E "REF:" + CONTA DE ORIGEM
           MOVE SPACES TO WS-CNC-NIF.
           IF MVX-REF(1:4) = "REF:" AND MVX-REF(5:6) IS NUMERIC THEN
               MOVE MVX-REF(5:6) TO CTA-NUMCONTA
               READ FICCTA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTA-NIF-CLIENTE > 0 THEN
                           MOVE CTA-NIF-CLIENTE TO WS-CNC-NIF
                       END-IF
               END-READ
           END-IF.
       OBTER-FATURA-REFERENCIA.
      * PROCURA "FAT" SEGUIDO DO NUMERO DA FATURA NA REFERENCIA
           MOVE SPACES TO WS-CNC-FATREF.
           MOVE MVX-REF TO WS-CNC-REF.
           MOVE 0 TO WS-CNC-POS.
           INSPECT WS-CNC-REF TALLYING WS-CNC-POS
               FOR CHARACTERS BEFORE INITIAL "FAT".
           IF WS-CNC-POS > 13 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 4 TO WS-CNC-POS.
           IF WS-CNC-REF(WS-CNC-POS:1) = ":" OR
               WS-CNC-REF(WS-CNC-POS:1) = " " OR
               WS-CNC-REF(WS-CNC-POS:1) = "-" THEN
               ADD 1 TO WS-CNC-POS
           END-IF.
           MOVE 0 TO WS-CNC-DIG.
           PERFORM UNTIL WS-CNC-POS > 16 OR WS-CNC-DIG = 5
               OR WS-CNC-REF(WS-CNC-POS:1) NOT NUMERIC
               ADD 1 TO WS-CNC-DIG
               ADD 1 TO WS-CNC-POS
           END-PERFORM.
           IF WS-CNC-DIG > 0 THEN
               SUBTRACT WS-CNC-DIG FROM WS-CNC-POS
               MOVE FUNCTION NUMVAL
                   (WS-CNC-REF(WS-CNC-POS:WS-CNC-DIG)) TO WS-CNC-FATNUM
               MOVE WS-CNC-FATNUM TO WS-CNC-FATREF
           END-IF.
       SALDO-FATURA-BANCO.
      * SALDO DA FATURA CORRENTE DESCONTADAS AS NOTAS DE CREDITO
           MOVE NUMERO-FATURA TO WS-FAT-REF.
           PERFORM SOMAR-CREDITOS-FATURA.
           COMPUTE WS-SALDO-FATURA = VALOR - VALOR-PAGO
               - WS-CREDITOS-FAT.
       CARREGAR-ABERTAS-NIF.
           MOVE 0 TO WS-CNC-AB-TOT.
           MOVE LOW-VALUES TO NUMERO-FATURA.
           MOVE "00" TO FS.
           START FIC KEY IS NOT LESS THAN NUMERO-FATURA
               INVALID KEY MOVE "10" TO FS
           END-START.
           PERFORM UNTIL FS = "10"
               READ FIC NEXT RECORD
                   AT END
                       MOVE "10" TO FS
                   NOT AT END
                       IF NIF = WS-CNC-NIF AND (PAGO = "N" OR PAGO = "n"
                           OR PAGO = "P" OR PAGO = "p")
                           AND WS-CNC-AB-TOT < 100 THEN
                           PERFORM SALDO-FATURA-BANCO
                           IF WS-SALDO-FATURA > 0 THEN
                               ADD 1 TO WS-CNC-AB-TOT
                               MOVE NUMERO-FATURA
                                   TO WS-CNC-AB-NUM(WS-CNC-AB-TOT)
                               MOVE WS-SALDO-FATURA
                                   TO WS-CNC-AB-SALDO(WS-CNC-AB-TOT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       AFETAR-ABERTAS-NIF.
      * PRIMEIRO UMA FATURA COM O VALOR EXATO; SENAO AS MAIS ANTIGAS
      * PRIMEIRO, FICANDO A ULTIMA PARCIALMENTE PAGA
           PERFORM VARYING WS-CNC-AB-I FROM 1 BY 1
               UNTIL WS-CNC-AB-I > WS-CNC-AB-TOT OR WS-CNC-RESTO = 0
               IF WS-CNC-AB-SALDO(WS-CNC-AB-I) = WS-CNC-RESTO THEN
                   MOVE "VALOR" TO WS-CNC-SITUACAO
                   PERFORM LIQUIDAR-ABERTA-NIF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-CNC-AB-I FROM 1 BY 1
               UNTIL WS-CNC-AB-I > WS-CNC-AB-TOT OR WS-CNC-RESTO = 0
               IF WS-CNC-RESTO < WS-CNC-AB-SALDO(WS-CNC-AB-I) THEN
                   MOVE "PARCIAL" TO WS-CNC-SITUACAO
               ELSE
                   MOVE "CONJUNTO" TO WS-CNC-SITUACAO
               END-IF
               PERFORM LIQUIDAR-ABERTA-NIF
           END-PERFORM.
       LIQUIDAR-ABERTA-NIF.
           MOVE WS-CNC-AB-NUM(WS-CNC-AB-I) TO NUMERO-FATURA.
           READ FIC
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-CNC-AB-SALDO(WS-CNC-AB-I) TO WS-SALDO-FATURA.
           IF WS-CNC-RESTO < WS-SALDO-FATURA THEN
               MOVE WS-CNC-RESTO TO WS-CNC-AFETAR
           ELSE
               MOVE WS-SALDO-FATURA TO WS-CNC-AFETAR
           END-IF.
           PERFORM LANCAR-PAGAMENTO-BANCO.
           PERFORM ESCREVE-LINHA-CNC.
           SUBTRACT WS-CNC-AFETAR FROM WS-CNC-AB-SALDO(WS-CNC-AB-I).
       LANCAR-PAGAMENTO-BANCO.
      * PAGAMENTO POR TRANSFERENCIA NA DATA DO MOVIMENTO, COM RECIBO
           ADD WS-CNC-AFETAR TO VALOR-PAGO.
           MOVE WS-CNC-DATA-DIA TO DIA-PAGAMENTO.
           MOVE WS-CNC-DATA-MES TO MES-PAGAMENTO.
           MOVE WS-CNC-DATA-ANO TO ANO-PAGAMENTO.
           IF WS-CNC-AFETAR >= WS-SALDO-FATURA THEN
               MOVE "S" TO PAGO
           ELSE
               MOVE "P" TO PAGO
           END-IF.
           REWRITE REGISTO.
           MOVE WS-CNC-AFETAR TO WS-VALOR-PAGAMENTO.
           MOVE "T" TO WS-REC-METODO.
           PERFORM EMITIR-RECIBO-PAGAMENTO.
           SUBTRACT WS-CNC-AFETAR FROM WS-CNC-RESTO.
           ADD 1 TO WS-CNC-RECIBOS.
           ADD WS-CNC-AFETAR TO WS-CNC-TOT-LANC.
       ESCREVE-LINHA-CNC.
           MOVE MVX-DATA TO CNC-DATA.
           MOVE MVX-SEQ TO CNC-SEQ.
           MOVE MVX-REF TO CNC-REF.
           MOVE WS-CNC-NIF TO CNC-NIF.
           MOVE WS-CNC-AFETAR TO CNC-VALOR.
           MOVE NUMERO-FATURA TO CNC-FATURA.
           IF WS-REC-NUM = 0 THEN
               MOVE SPACES TO CNC-RECIBO
           ELSE
               MOVE WS-REC-NUM TO CNC-RECIBO
           END-IF.
           MOVE WS-CNC-SITUACAO TO CNC-SITUACAO.
           WRITE LINHA-CNC FROM CNC-DET.
           IF WS-LINHA-LIST < 20 THEN
               DISPLAY CNC-DET LINE WS-LINHA-LIST POSITION 1
               ADD 1 TO WS-LINHA-LIST
           END-IF.
       LISTAR-PENDENTES-BANCO.
      * CREDITOS EM SUSPENSO POR AFETAR, NO ECRA E EM FICHEIRO
           DISPLAY CLS.
           DISPLAY "CREDITOS BANCARIOS EM SUSPENSO" LINE 1 POSITION 1.
           MOVE "PENDENTES_BANCO.TXT" TO WS-CNC-NOME.
           OPEN OUTPUT FICCNC.
           MOVE SPACES TO LINHA-CNC.
           STRING "CREDITOS EM SUSPENSO NA CONTA " WS-CNC-CONTA
               DELIMITED BY SIZE INTO LINHA-CNC.
           WRITE LINHA-CNC.
           MOVE SPACES TO LINHA-CNC.
           WRITE LINHA-CNC.
           MOVE "DATA     SEQ  REFERENCIA       NIF       "
               & "       SALDO                 " TO LINHA-CNC.
           WRITE LINHA-CNC.
           DISPLAY LINHA-CNC LINE 3 POSITION 1.
           MOVE 4 TO WS-LINHA-LIST.
           MOVE 0 TO WS-CNC-SUSP.
           MOVE 0 TO WS-CNC-TOT-SUSP.
           OPEN INPUT FICPND.
           MOVE WS-CNC-CONTA TO PND-CONTA.
           MOVE 0 TO PND-DATA.
           MOVE 0 TO PND-SEQ.
           MOVE "00" TO FS-PND.
           START FICPND KEY IS NOT LESS THAN PND-CHAVE
               INVALID KEY MOVE "10" TO FS-PND
           END-START.
           PERFORM UNTIL FS-PND = "10"
               READ FICPND NEXT RECORD
                   AT END
                       MOVE "10" TO FS-PND
                   NOT AT END
                       IF PND-CONTA NOT = WS-CNC-CONTA THEN
                           MOVE "10" TO FS-PND
                       ELSE
                           IF PND-PENDENTE THEN
                               MOVE PND-DATA TO CNC-DATA
                               MOVE PND-SEQ TO CNC-SEQ
                               MOVE PND-REF TO CNC-REF
                               MOVE PND-NIF TO CNC-NIF
                               MOVE PND-SALDO TO CNC-VALOR
                               MOVE SPACES TO CNC-FATURA
                               MOVE SPACES TO CNC-RECIBO
                               MOVE SPACES TO CNC-SITUACAO
                               WRITE LINHA-CNC FROM CNC-DET
                               IF WS-LINHA-LIST < 20 THEN
                                   DISPLAY CNC-DET LINE WS-LINHA-LIST
                                       POSITION 1
                                   ADD 1 TO WS-LINHA-LIST
                               END-IF
                               ADD 1 TO WS-CNC-SUSP
                               ADD PND-SALDO TO WS-CNC-TOT-SUSP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICPND.
           MOVE WS-CNC-TOT-SUSP TO SAIDA-LIMITE.
           MOVE SPACES TO LINHA-CNC.
           WRITE LINHA-CNC.
           MOVE SPACES TO LINHA-CNC.
           STRING "CREDITOS EM SUSPENSO: " WS-CNC-SUSP
               "  VALOR EM SUSPENSO: " SAIDA-LIMITE
               DELIMITED BY SIZE INTO LINHA-CNC.
           WRITE LINHA-CNC.
           CLOSE FICCNC.
           ADD 1 TO WS-LINHA-LIST.
           DISPLAY LINHA-CNC LINE WS-LINHA-LIST POSITION 1.
           ADD 2 TO WS-LINHA-LIST.
           DISPLAY "GRAVADO EM PENDENTES_BANCO.TXT"
               LINE WS-LINHA-LIST POSITION 1.
           ACCEPT OMITTED.
       AFETAR-PENDENTE.
      * AFETACAO MANUAL DE UM CREDITO EM SUSPENSO A UMA FATURA
           DISPLAY CLS.
           DISPLAY CABECALHO-CNC.
           COMPUTE WS-PER-ANOMES = WRK-ANO * 100 + WRK-MES.
           PERFORM VERIFICAR-PERIODO-FECHADO.
           IF PERIODO-FECHADO THEN
               DISPLAY "PERIODO FECHADO - OPERACAO RECUSADA!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1801
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY WS-CNC-CONTA AT 0522.
           MOVE SPACES TO WS-CNC-INI.
           ACCEPT WS-CNC-INI AT 0622.
           MOVE SPACES TO TEMP-QTD.
           ACCEPT TEMP-QTD AT 0722.
           IF WS-CNC-INI NOT NUMERIC OR TEMP-QTD = SPACES THEN
               DISPLAY "MOVIMENTO INVALIDO!" AT 1801
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O FICPND.
           MOVE WS-CNC-CONTA TO PND-CONTA.
           MOVE WS-CNC-INI TO PND-DATA.
           MOVE FUNCTION NUMVAL(TEMP-QTD) TO PND-SEQ.
           READ FICPND
               INVALID KEY
                   DISPLAY "CREDITO NAO ENCONTRADO NA CONCILIACAO!"
                       AT 1801
                   CLOSE FICPND
                   ACCEPT OMITTED
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY PND-SEQ AT 0722.
           DISPLAY PND-REF AT 0822.
           DISPLAY PND-NIF AT 0922.
           MOVE PND-VALOR TO SAIDA-LIMITE.
           DISPLAY SAIDA-LIMITE AT 1022.
           MOVE PND-SALDO TO SAIDA-LIMITE.
           DISPLAY SAIDA-LIMITE AT 1122.
           IF NOT PND-PENDENTE THEN
               DISPLAY "ESTE CREDITO JA ESTA TOTALMENTE AFETADO!"
                   AT 1801
               CLOSE FICPND
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           ACCEPT NUMERO-FATURA AT 1222.
           OPEN I-O FIC.
           OPEN INPUT FICNC.
           READ FIC
               INVALID KEY
                   DISPLAY "FATURA NAO ENCONTRADA!" AT 1801
                   MOVE 1 TO EXISTE
               NOT INVALID KEY
                   MOVE 0 TO EXISTE
           END-READ.
           IF EXISTE = 0 THEN
               PERFORM SALDO-FATURA-BANCO
               IF WS-SALDO-FATURA NOT > 0 OR PAGO = "S"
                   OR PAGO = "s" THEN
                   DISPLAY "A FATURA NAO TEM SALDO EM ABERTO!" AT 1801
                   MOVE 1 TO EXISTE
               END-IF
           END-IF.
           IF EXISTE = 0 THEN
               MOVE WS-SALDO-FATURA TO SAIDA-LIMITE
               DISPLAY "SALDO DA FATURA: " AT 1501
               DISPLAY SAIDA-LIMITE AT 1518
               IF PND-NIF NOT = SPACES AND PND-NIF NOT = NIF THEN
                   DISPLAY "ATENCAO: NIF DA FATURA " AT 1701
                   DISPLAY NIF AT 1724
                   DISPLAY " DIFERENTE DO ORDENANTE" AT 1733
               END-IF
               IF PND-SALDO < WS-SALDO-FATURA THEN
                   MOVE PND-SALDO TO WS-CNC-AFETAR
               ELSE
                   MOVE WS-SALDO-FATURA TO WS-CNC-AFETAR
               END-IF
               MOVE WS-CNC-AFETAR TO SAIDA-LIMITE
               DISPLAY SAIDA-LIMITE AT 1322
               MOVE SPACES TO TEMP-PRECO
               ACCEPT TEMP-PRECO AT 1322
               IF TEMP-PRECO NOT = SPACES THEN
                   MOVE FUNCTION NUMVAL(TEMP-PRECO) TO WS-CNC-AFETAR
               END-IF
               IF WS-CNC-AFETAR = 0 OR WS-CNC-AFETAR > PND-SALDO
                   OR WS-CNC-AFETAR > WS-SALDO-FATURA THEN
                   DISPLAY "VALOR INVALIDO!" AT 1801
                   MOVE 1 TO EXISTE
               END-IF
           END-IF.
           IF EXISTE = 0 THEN
               MOVE PND-DATA TO WS-CNC-DATA
               MOVE PND-SALDO TO WS-CNC-RESTO
               PERFORM LANCAR-PAGAMENTO-BANCO
               MOVE WS-CNC-RESTO TO PND-SALDO
               IF PND-NIF = SPACES THEN
                   MOVE NIF TO PND-NIF
               END-IF
               IF PND-SALDO = 0 THEN
                   MOVE "A" TO PND-ESTADO
               END-IF
               REWRITE REGISTO-PND
               DISPLAY "PAGAMENTO REGISTADO. RECIBO Nr " AT 1801
               DISPLAY WS-REC-NUM AT 1832
           END-IF.
           CLOSE FICNC.
           CLOSE FIC.
           CLOSE FICPND.
           ACCEPT OMITTED.
       GESTAO-GUIAS.
           MOVE 9 TO WS-OPCAO-GR.
           PERFORM UNTIL WS-OPCAO-GR = 0
               DISPLAY CLS
               DISPLAY CABECALHO-GR
               DISPLAY "1-EMITIR 2-CONSULTAR 3-FATURAR GUIAS "
                   & "4-POR FATURAR 0-VOLTAR" AT 1601
               DISPLAY "OPCAO: " AT 1701
               ACCEPT WS-OPCAO-GR AT 1708
               EVALUATE WS-OPCAO-GR
                   WHEN 1 PERFORM EMITIR-GUIA
                   WHEN 2 PERFORM CONSULTAR-GUIA
                   WHEN 3 PERFORM FATURAR-GUIAS
                   WHEN 4 PERFORM GUIAS-POR-FATURAR
               END-EVALUATE
           END-PERFORM.
       EMITIR-GUIA.
      * GUIA DE REMESSA NUMERADA NA SERIE GR ATIVA, IMPRESSA PARA O
      * MOTORISTA EM GUIA_REMESSA.TXT
           DISPLAY CLS.
           DISPLAY CABECALHO-GR.
           MOVE "GR" TO WS-ASS-TIPO.
           PERFORM OBTER-SERIE-ATIVA.
           IF WS-SER-ACHOU = 0 THEN
               DISPLAY "NAO HA SERIE DE GUIAS ATIVA!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1720
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           ACCEPT GR-NIF AT 0622.
           OPEN INPUT FICCLI.
           MOVE GR-NIF TO CLI-NIF.
           READ FICCLI
               INVALID KEY
                   MOVE 1 TO EXISTE
               NOT INVALID KEY
                   MOVE 0 TO EXISTE
           END-READ.
           CLOSE FICCLI.
           IF EXISTE = 1 THEN
               DISPLAY "CLIENTE NAO ENCONTRADO!" FOREGROUND-COLOR 4
                   HIGHLIGHT AT 1720
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           MOVE CLI-NOME TO WS-GR-CLI-NOME.
           DISPLAY CLI-NOME AT 0635.
           MOVE CLI-MORADA TO GR-MORADA.
           DISPLAY GR-MORADA AT 0722.
           ACCEPT GR-MORADA AT 0722.
           IF GR-MORADA = SPACES THEN
               MOVE CLI-MORADA TO GR-MORADA
           END-IF.
           MOVE WRK-ANO TO TEMP-DATA-GR(1:4).
           MOVE WRK-MES TO TEMP-DATA-GR(5:2).
           MOVE WRK-DIA TO TEMP-DATA-GR(7:2).
           DISPLAY TEMP-DATA-GR AT 0822.
           ACCEPT TEMP-DATA-GR AT 0822.
           IF TEMP-DATA-GR NOT NUMERIC THEN
               DISPLAY "DATA INVALIDA!" FOREGROUND-COLOR 4
                   HIGHLIGHT AT 1720
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           MOVE TEMP-DATA-GR TO GR-DATA-CARGA.
           IF FUNCTION TEST-DATE-YYYYMMDD(GR-DATA-CARGA) NOT = 0 THEN
               DISPLAY "DATA INVALIDA!" FOREGROUND-COLOR 4
                   HIGHLIGHT AT 1720
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO TEMP-HORA-GR.
           ACCEPT TEMP-HORA-GR AT 0922.
           IF TEMP-HORA-GR NOT NUMERIC THEN
               MOVE 0 TO GR-HORA-CARGA
           ELSE
               MOVE TEMP-HORA-GR TO GR-HORA-CARGA
           END-IF.
           IF GR-HORA-CARGA > 2359
               OR FUNCTION MOD(GR-HORA-CARGA, 100) > 59 THEN
               DISPLAY "HORA INVALIDA!" FOREGROUND-COLOR 4
                   HIGHLIGHT AT 1720
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY GR-HORA-CARGA AT 0922.
           ACCEPT GR-MATRICULA AT 1022.
           MOVE GR-NIF TO NIF.
           PERFORM ENTRAR-LINHAS-GUIA THRU ENTRAR-UMA-LINHA-GUIA.
           IF WS-LIN-TOT = 0 THEN
               DISPLAY "GUIA SEM LINHAS - NAO EMITIDA" AT 1720
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           MOVE REGISTO-GR TO WS-GR-GUARDA.
           OPEN I-O FICGR.
           PERFORM OBTER-MAIOR-GUIA.
           MOVE WS-GR-GUARDA TO REGISTO-GR.
           ADD 1 TO WS-MAX-NUM.
           MOVE WS-MAX-NUM TO WS-NUM-EDIT.
           MOVE WS-NUM-EDIT TO GR-NUMERO.
           MOVE "A" TO GR-ESTADO.
           MOVE SPACES TO GR-FATURA.
           MOVE 0 TO EXISTE.
           WRITE REGISTO-GR
               INVALID KEY MOVE 1 TO EXISTE
           END-WRITE.
           IF EXISTE = 0 THEN
               DISPLAY GR-NUMERO AT 0522
               DISPLAY GR-ESTADO AT 1122
               PERFORM GRAVAR-LINHAS-GUIA
               PERFORM ASSINAR-GUIA
               PERFORM MOSTRAR-ASSINATURA
               PERFORM IMPRIMIR-GUIA
               DISPLAY "GUIA EMITIDA - IMPRESSA EM GUIA_REMESSA.TXT"
                   AT 1720
           ELSE
               DISPLAY "REGISTO JA EXISTE" AT 1720
           END-IF.
           CLOSE FICGR.
           ACCEPT OMITTED.
       ENTRAR-LINHAS-GUIA.
           MOVE 0 TO WS-LIN-TOT.
           MOVE 18 TO WS-LIN-LINHA.
           DISPLAY "LINHAS DA GUIA (ARTIGO VAZIO TERMINA)"
               LINE WS-LIN-LINHA POSITION 1.
           ADD 1 TO WS-LIN-LINHA.
       ENTRAR-UMA-LINHA-GUIA.
      * SO ARTIGOS ATIVOS; A GUIA LEVA QUANTIDADES, NAO PRECOS
           IF WS-LIN-TOT >= 20 THEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ART:" LINE WS-LIN-LINHA POSITION 1.
           MOVE SPACES TO WS-LIN-ART.
           ACCEPT WS-LIN-ART LINE WS-LIN-LINHA POSITION 6.
           IF WS-LIN-ART = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM OBTER-PRECO-ARTIGO.
           IF WS-ART-OK = 0 THEN
               DISPLAY "ARTIGO INEXISTENTE OU INATIVO!"
                   FOREGROUND-COLOR 4 HIGHLIGHT
                   LINE WS-LIN-LINHA POSITION 13
               GO ENTRAR-UMA-LINHA-GUIA
           END-IF.
           ADD 1 TO WS-LIN-TOT.
           MOVE WS-LIN-ART TO WL-ARTIGO(WS-LIN-TOT).
           MOVE ART-DESC TO WL-DESC(WS-LIN-TOT).
           MOVE ART-UNIDADE TO WS-GRL-UNI(WS-LIN-TOT).
           DISPLAY WL-DESC(WS-LIN-TOT) LINE WS-LIN-LINHA POSITION 13.
           DISPLAY "QTD:" LINE WS-LIN-LINHA POSITION 44.
           MOVE SPACES TO TEMP-QTD.
           ACCEPT TEMP-QTD LINE WS-LIN-LINHA POSITION 49.
           MOVE FUNCTION NUMVAL(TEMP-QTD) TO WL-QTD(WS-LIN-TOT).
           IF WL-QTD(WS-LIN-TOT) = 0 THEN
               MOVE 1 TO WL-QTD(WS-LIN-TOT)
           END-IF.
           DISPLAY WL-QTD(WS-LIN-TOT) LINE WS-LIN-LINHA POSITION 49.
           DISPLAY WS-GRL-UNI(WS-LIN-TOT) LINE WS-LIN-LINHA
               POSITION 55.
           ADD 1 TO WS-LIN-LINHA.
           GO ENTRAR-UMA-LINHA-GUIA.

       GRAVAR-LINHAS-GUIA.
           OPEN I-O FICGRL.
           PERFORM VARYING WS-LIN-I FROM 1 BY 1
               UNTIL WS-LIN-I > WS-LIN-TOT
               MOVE GR-NUMERO TO GRL-GUIA
               MOVE WS-LIN-I TO GRL-SEQ
               MOVE WL-ARTIGO(WS-LIN-I) TO GRL-ARTIGO
               MOVE WL-DESC(WS-LIN-I) TO GRL-DESC
               MOVE WL-QTD(WS-LIN-I) TO GRL-QTD
               MOVE WS-GRL-UNI(WS-LIN-I) TO GRL-UNIDADE
               WRITE REGISTO-GRL
                   INVALID KEY CONTINUE
               END-WRITE
           END-PERFORM.
           CLOSE FICGRL.

       OBTER-MAIOR-GUIA.
      * MAIOR NUMERO DE GUIA JA USADO (FICGR TEM DE ESTAR ABERTO)
           MOVE 0 TO WS-MAX-NUM.
           MOVE LOW-VALUES TO GR-NUMERO.
           MOVE "00" TO FS-GR.
           START FICGR KEY IS NOT LESS THAN GR-NUMERO
               INVALID KEY MOVE "10" TO FS-GR
           END-START.
           PERFORM UNTIL FS-GR = "10"
               READ FICGR NEXT RECORD
                   AT END
                       MOVE "10" TO FS-GR
                   NOT AT END
                       IF GR-NUMERO IS NUMERIC
                           AND FUNCTION NUMVAL(GR-NUMERO)
                           > WS-MAX-NUM THEN
                           MOVE FUNCTION NUMVAL(GR-NUMERO)
                               TO WS-MAX-NUM
                       END-IF
               END-READ
           END-PERFORM.

       ASSINAR-GUIA.
      * A GUIA NAO TEM VALOR; O HASH LEVA A DATA DE CARGA E O NIF
           MOVE "GR" TO WS-ASS-TIPO.
           MOVE GR-NUMERO TO WS-ASS-NUMERO.
           MOVE GR-DATA-CARGA TO TEMP-DATA-GR.
           MOVE SPACES TO WS-ASS-DATA.
           STRING TEMP-DATA-GR(1:4) "-" TEMP-DATA-GR(5:2) "-"
               TEMP-DATA-GR(7:2) DELIMITED BY SIZE INTO WS-ASS-DATA.
           MOVE GR-NIF TO WS-ASS-REF.
           MOVE 0 TO WS-ASS-VALOR.
           PERFORM ASSINAR-DOCUMENTO.

       OBTER-ASSINATURA-GUIA.
      * ATCUD E IDENTIFICACAO NA SERIE DA GUIA EM GR-NUMERO
           MOVE SPACES TO WS-ASS-DOC-ID.
           MOVE SPACES TO WS-ASS-ATCUD.
           MOVE SPACES TO WS-ASS-HASH4.
           OPEN INPUT FICASS.
           MOVE "GR" TO ASS-TIPO.
           MOVE GR-NUMERO TO ASS-NUMERO.
           READ FICASS
               NOT INVALID KEY
                   PERFORM MONTAR-DOC-ID
                   MOVE ASS-ATCUD TO WS-ASS-ATCUD
                   MOVE ASS-HASH(1:4) TO WS-ASS-HASH4
           END-READ.
           CLOSE FICASS.

       IMPRIMIR-GUIA.
      * DOCUMENTO DE TRANSPORTE PARA ACOMPANHAR A MERCADORIA
           PERFORM OBTER-ASSINATURA-GUIA.
           MOVE SPACES TO SAFT-EMP-MORADA.
           MOVE SPACES TO SAFT-EMP-CIDADE.
           OPEN INPUT FICEMP.
           IF FS-EMP = "00" THEN
               READ FICEMP
                   AT END
                       CONTINUE
                   NOT AT END
                       UNSTRING LINHA-EMP DELIMITED BY ";"
                           INTO SAFT-EMP-NIF SAFT-EMP-NOME
                                SAFT-EMP-MORADA SAFT-EMP-CIDADE
                                SAFT-EMP-CPOSTAL
                       END-UNSTRING
               END-READ
           END-IF.
           CLOSE FICEMP.
           MOVE "GUIA_REMESSA.TXT" TO WS-GR-NOME.
           OPEN OUTPUT FICGIMP.
           MOVE SPACES TO LINHA-GIMP.
           STRING "SABLIMPA LDA - GUIA DE REMESSA " WS-ASS-DOC-ID
               DELIMITED BY SIZE INTO LINHA-GIMP.
           WRITE LINHA-GIMP.
           MOVE SPACES TO LINHA-GIMP.
           STRING "ATCUD: " WS-ASS-ATCUD "  GUIA Nr " GR-NUMERO
               DELIMITED BY SIZE INTO LINHA-GIMP.
           WRITE LINHA-GIMP.
           MOVE GR-DATA-CARGA TO TEMP-DATA-GR.
           MOVE SPACES TO LINHA-GIMP.
           STRING "CARGA: " TEMP-DATA-GR(7:2) "-" TEMP-DATA-GR(5:2)
               "-" TEMP-DATA-GR(1:4) " AS " GR-HORA-CARGA(1:2) ":"
               GR-HORA-CARGA(3:2) "  " SAFT-EMP-MORADA
               DELIMITED BY SIZE INTO LINHA-GIMP.
           WRITE LINHA-GIMP.
           MOVE SPACES TO LINHA-GIMP.
           STRING "CLIENTE: " GR-NIF " " WS-GR-CLI-NOME
               DELIMITED BY SIZE INTO LINHA-GIMP.
           WRITE LINHA-GIMP.
           MOVE SPACES TO LINHA-GIMP.
           STRING "DESCARGA: " GR-MORADA
               DELIMITED BY SIZE INTO LINHA-GIMP.
           WRITE LINHA-GIMP.
           MOVE SPACES TO LINHA-GIMP.
           STRING "VIATURA: " GR-MATRICULA
               DELIMITED BY SIZE INTO LINHA-GIMP.
           WRITE LINHA-GIMP.
           MOVE SPACES TO LINHA-GIMP.
           WRITE LINHA-GIMP.
           MOVE "ARTIGO DESCRICAO                        QTD UN."
               TO LINHA-GIMP.
           WRITE LINHA-GIMP.
           OPEN INPUT FICGRL.
           MOVE GR-NUMERO TO GRL-GUIA.
           MOVE 0 TO GRL-SEQ.
           MOVE "00" TO FS-GRL.
           START FICGRL KEY IS NOT LESS THAN GRL-CHAVE
               INVALID KEY MOVE "10" TO FS-GRL
           END-START.
           PERFORM UNTIL FS-GRL = "10"
               READ FICGRL NEXT RECORD
                   AT END
                       MOVE "10" TO FS-GRL
                   NOT AT END
                       IF GRL-GUIA NOT = GR-NUMERO THEN
                           MOVE "10" TO FS-GRL
                       ELSE
                           MOVE SPACES TO LINHA-GIMP
                           STRING GRL-ARTIGO " " GRL-DESC " "
                               GRL-QTD " " GRL-UNIDADE
                               DELIMITED BY SIZE INTO LINHA-GIMP
                           WRITE LINHA-GIMP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICGRL.
           CLOSE FICGIMP.

       CONSULTAR-GUIA.
           DISPLAY CLS.
           DISPLAY CABECALHO-GR.
           OPEN INPUT FICGR.
           ACCEPT GR-NUMERO AT 0522.
           READ FICGR
               INVALID KEY
                   DISPLAY "GUIA NAO ENCONTRADA!" AT 1720
                   CLOSE FICGR
                   ACCEPT OMITTED
                   EXIT PARAGRAPH
           END-READ.
           CLOSE FICGR.
           DISPLAY GR-NIF AT 0622.
           OPEN INPUT FICCLI.
           MOVE GR-NIF TO CLI-NIF.
           READ FICCLI
               INVALID KEY
                   MOVE SPACES TO CLI-NOME
           END-READ.
           CLOSE FICCLI.
           MOVE CLI-NOME TO WS-GR-CLI-NOME.
           DISPLAY CLI-NOME AT 0635.
           DISPLAY GR-MORADA AT 0722.
           DISPLAY GR-DATA-CARGA AT 0822.
           DISPLAY GR-HORA-CARGA AT 0922.
           DISPLAY GR-MATRICULA AT 1022.
           DISPLAY GR-ESTADO AT 1122.
           DISPLAY GR-FATURA AT 1222.
           PERFORM OBTER-ASSINATURA-GUIA.
           PERFORM MOSTRAR-ASSINATURA.
           MOVE 17 TO WS-LIN-LINHA.
           OPEN INPUT FICGRL.
           MOVE GR-NUMERO TO GRL-GUIA.
           MOVE 0 TO GRL-SEQ.
           MOVE "00" TO FS-GRL.
           START FICGRL KEY IS NOT LESS THAN GRL-CHAVE
               INVALID KEY MOVE "10" TO FS-GRL
           END-START.
           PERFORM UNTIL FS-GRL = "10"
               READ FICGRL NEXT RECORD
                   AT END
                       MOVE "10" TO FS-GRL
                   NOT AT END
                       IF GRL-GUIA NOT = GR-NUMERO
                           OR WS-LIN-LINHA > 23 THEN
                           MOVE "10" TO FS-GRL
                       ELSE
                           DISPLAY GRL-ARTIGO
                               LINE WS-LIN-LINHA POSITION 3
                           DISPLAY GRL-DESC
                               LINE WS-LIN-LINHA POSITION 10
                           DISPLAY GRL-QTD
                               LINE WS-LIN-LINHA POSITION 42
                           DISPLAY GRL-UNIDADE
                               LINE WS-LIN-LINHA POSITION 47
                           ADD 1 TO WS-LIN-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICGRL.
           PERFORM IMPRIMIR-GUIA.
           DISPLAY "COPIA GRAVADA EM GUIA_REMESSA.TXT" AT 1601.
           ACCEPT OMITTED.

       FATURAR-GUIAS.
      * JUNTA UMA OU MAIS GUIAS EM ABERTO DO CLIENTE NUMA SO FATURA,
      * COM AS LINHAS EM LINHAS.DAT E OS PRECOS DO CLIENTE
           DISPLAY CLS.
           DISPLAY "FATURACAO DE GUIAS DE REMESSA" LINE 1 POSITION 1.
           COMPUTE WS-PER-ANOMES = WRK-ANO * 100 + WRK-MES.
           PERFORM VERIFICAR-PERIODO-FECHADO.
           IF PERIODO-FECHADO THEN
               DISPLAY "PERIODO FECHADO - OPERACAO RECUSADA!"
                   FOREGROUND-COLOR 4 HIGHLIGHT LINE 3 POSITION 1
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           MOVE "FT" TO WS-ASS-TIPO.
           PERFORM OBTER-SERIE-ATIVA.
           IF WS-SER-ACHOU = 0 THEN
               DISPLAY "NAO HA SERIE DE FATURAS ATIVA!"
                   FOREGROUND-COLOR 4 HIGHLIGHT LINE 3 POSITION 1
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "NIF DO CLIENTE: " LINE 3 POSITION 1.
           MOVE SPACES TO WS-GR-NIF.
           ACCEPT WS-GR-NIF LINE 3 POSITION 17.
           OPEN INPUT FICCLI.
           MOVE WS-GR-NIF TO CLI-NIF.
           READ FICCLI
               INVALID KEY
                   MOVE 1 TO EXISTE
               NOT INVALID KEY
                   MOVE 0 TO EXISTE
           END-READ.
           CLOSE FICCLI.
           IF EXISTE = 1 THEN
               DISPLAY "CLIENTE NAO ENCONTRADO!" FOREGROUND-COLOR 4
                   HIGHLIGHT LINE 5 POSITION 1
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY CLI-NOME LINE 3 POSITION 28.
           MOVE CLI-PRAZO TO WS-GR-CLI-PRAZO.

           MOVE 0 TO WS-GR-TOT.
           OPEN INPUT FICGR.
           MOVE LOW-VALUES TO GR-NUMERO.
           MOVE "00" TO FS-GR.
           START FICGR KEY IS NOT LESS THAN GR-NUMERO
               INVALID KEY MOVE "10" TO FS-GR
           END-START.
           PERFORM UNTIL FS-GR = "10"
               READ FICGR NEXT RECORD
                   AT END
                       MOVE "10" TO FS-GR
                   NOT AT END
                       IF GR-NIF = WS-GR-NIF AND GR-ABERTA
                           AND WS-GR-TOT < 15 THEN
                           ADD 1 TO WS-GR-TOT
                           MOVE GR-NUMERO TO WS-GR-T-NUM(WS-GR-TOT)
                           MOVE "N" TO WS-GR-T-SEL(WS-GR-TOT)
                           COMPUTE WS-LINHA-LIST = WS-GR-TOT + 5
                           DISPLAY GR-NUMERO
                               LINE WS-LINHA-LIST POSITION 1
                           DISPLAY GR-DATA-CARGA
                               LINE WS-LINHA-LIST POSITION 8
                           DISPLAY GR-MORADA
                               LINE WS-LINHA-LIST POSITION 18
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICGR.
           IF WS-GR-TOT = 0 THEN
               DISPLAY "NAO HA GUIAS POR FATURAR DESTE CLIENTE"
                   LINE 5 POSITION 1
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "GUIA    CARGA     MORADA DE ENTREGA"
               LINE 5 POSITION 1.

           DISPLAY "FATURAR TODAS AS GUIAS (S/N)? " LINE 22 POSITION 1.
           MOVE SPACE TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA LINE 22 POSITION 32.
           IF CONFIRMA-SIM THEN
               PERFORM VARYING WS-GR-I FROM 1 BY 1
                   UNTIL WS-GR-I > WS-GR-TOT
                   MOVE "S" TO WS-GR-T-SEL(WS-GR-I)
               END-PERFORM
           ELSE
               PERFORM ESCOLHER-GUIAS
           END-IF.

           PERFORM JUNTAR-LINHAS-GUIAS.
           IF WS-GR-ERRO NOT = SPACES THEN
               DISPLAY WS-GR-ERRO FOREGROUND-COLOR 4 HIGHLIGHT
                   LINE 23 POSITION 1
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O FIC.
           PERFORM OBTER-MAIOR-FATURA.
           ADD 1 TO WS-MAX-NUM.
           MOVE WS-MAX-NUM TO WS-NUM-EDIT.
           MOVE WS-NUM-EDIT TO NUMERO-FATURA.
           MOVE WRK-DIA TO DIA.
           MOVE WRK-MES TO MES.
           MOVE WRK-ANO TO ANO.
           MOVE "30" TO PRAZO.
           IF WS-GR-CLI-PRAZO NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-GR-CLI-PRAZO) TO WS-PRAZO-NUM
               IF WS-PRAZO-NUM < 100 THEN
                   MOVE WS-PRAZO-NUM(2:2) TO PRAZO
               END-IF
               IF NOT VALIDA-PRAZO THEN
                   MOVE "30" TO PRAZO
               END-IF
           END-IF.
           MOVE WS-LIN-TOT-BASE TO BASE-TRIB.
           MOVE WS-LIN-TOT-IVA TO VALOR-IVA.
           COMPUTE VALOR = BASE-TRIB + VALOR-IVA.
           MOVE WS-LIN-TAXA1 TO TAXA-IVA.
           MOVE "N" TO PAGO.
           MOVE WS-GR-NIF TO NIF.
           MOVE 0 TO VALOR-PAGO.
           MOVE SPACES TO DIA-PAGAMENTO MES-PAGAMENTO ANO-PAGAMENTO.
           MOVE 0 TO NIVEL-AVISO.
           MOVE 0 TO DATA-AVISO-FT.
           MOVE 0 TO EXISTE.
           WRITE REGISTO
               INVALID KEY MOVE 1 TO EXISTE
           END-WRITE.
           IF EXISTE = 0 THEN
               PERFORM GRAVAR-LINHAS-FATURA
               PERFORM ASSINAR-FATURA
               PERFORM MARCAR-GUIAS-FATURADAS
               DISPLAY "FATURA " LINE 23 POSITION 1
               DISPLAY NUMERO-FATURA LINE 23 POSITION 8
               MOVE VALOR TO SAIDA-LIMITE
               DISPLAY SAIDA-LIMITE LINE 23 POSITION 14
               DISPLAY "ATCUD " LINE 23 POSITION 28
               DISPLAY WS-ASS-ATCUD LINE 23 POSITION 34
               DISPLAY "GUIAS FATURADAS: " LINE 23 POSITION 50
               DISPLAY WS-GR-SEL-TOT LINE 23 POSITION 67
           ELSE
               DISPLAY "REGISTO JA EXISTE" LINE 23 POSITION 1
           END-IF.
           CLOSE FIC.
           ACCEPT OMITTED.
       ESCOLHER-GUIAS.
           DISPLAY "GUIA A FATURAR (VAZIO TERMINA): " LINE 22
               POSITION 1.
           MOVE SPACES TO WS-GR-PROC.
           ACCEPT WS-GR-PROC LINE 22 POSITION 33.
           IF WS-GR-PROC = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-GR-I FROM 1 BY 1
               UNTIL WS-GR-I > WS-GR-TOT
               IF WS-GR-T-NUM(WS-GR-I) = WS-GR-PROC THEN
                   MOVE "S" TO WS-GR-T-SEL(WS-GR-I)
                   COMPUTE WS-LINHA-LIST = WS-GR-I + 5
                   DISPLAY "*" LINE WS-LINHA-LIST POSITION 6
               END-IF
           END-PERFORM.
           GO ESCOLHER-GUIAS.
       JUNTAR-LINHAS-GUIAS.
      * LINHAS DAS GUIAS ESCOLHIDAS, SOMANDO AS DO MESMO ARTIGO
           MOVE SPACES TO WS-GR-ERRO.
           MOVE 0 TO WS-GR-SEL-TOT.
           MOVE 0 TO WS-LIN-TOT.
           MOVE 0 TO WS-LIN-TOT-BASE.
           MOVE 0 TO WS-LIN-TOT-IVA.
           MOVE 0 TO WS-LIN-TAXA1.
           MOVE WS-GR-NIF TO NIF.
           OPEN INPUT FICGRL.
           PERFORM VARYING WS-GR-I FROM 1 BY 1
               UNTIL WS-GR-I > WS-GR-TOT OR WS-GR-ERRO NOT = SPACES
               IF WS-GR-T-SEL(WS-GR-I) = "S" THEN
                   ADD 1 TO WS-GR-SEL-TOT
                   MOVE WS-GR-T-NUM(WS-GR-I) TO GRL-GUIA
                   MOVE 0 TO GRL-SEQ
                   MOVE "00" TO FS-GRL
                   START FICGRL KEY IS NOT LESS THAN GRL-CHAVE
                       INVALID KEY MOVE "10" TO FS-GRL
                   END-START
                   PERFORM UNTIL FS-GRL = "10"
                       READ FICGRL NEXT RECORD
                           AT END
                               MOVE "10" TO FS-GRL
                           NOT AT END
                               IF GRL-GUIA NOT = WS-GR-T-NUM(WS-GR-I)
                                   OR WS-GR-ERRO NOT = SPACES THEN
                                   MOVE "10" TO FS-GRL
                               ELSE
                                   PERFORM JUNTAR-LINHA-GUIA
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
           END-PERFORM.
           CLOSE FICGRL.
           IF WS-GR-ERRO = SPACES AND WS-GR-SEL-TOT = 0 THEN
               MOVE "NENHUMA GUIA ESCOLHIDA" TO WS-GR-ERRO
           END-IF.
           IF WS-GR-ERRO NOT = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-LIN-I FROM 1 BY 1
               UNTIL WS-LIN-I > WS-LIN-TOT
               COMPUTE WL-BASE(WS-LIN-I) = WL-QTD(WS-LIN-I) *
                   WL-PRECO(WS-LIN-I)
               COMPUTE WL-IVA(WS-LIN-I) ROUNDED =
                   WL-BASE(WS-LIN-I) * WL-TAXA(WS-LIN-I) / 100
               ADD WL-BASE(WS-LIN-I) TO WS-LIN-TOT-BASE
               ADD WL-IVA(WS-LIN-I) TO WS-LIN-TOT-IVA
               IF WS-LIN-TAXA1 = 0 THEN
                   MOVE WL-TAXA(WS-LIN-I) TO WS-LIN-TAXA1
               END-IF
           END-PERFORM.
       JUNTAR-LINHA-GUIA.
           MOVE 0 TO WS-GR-IND.
           PERFORM VARYING WS-LIN-I FROM 1 BY 1
               UNTIL WS-LIN-I > WS-LIN-TOT
               IF WL-ARTIGO(WS-LIN-I) = GRL-ARTIGO THEN
                   MOVE WS-LIN-I TO WS-GR-IND
               END-IF
           END-PERFORM.
           IF WS-GR-IND > 0 THEN
               ADD GRL-QTD TO WL-QTD(WS-GR-IND)
               EXIT PARAGRAPH
           END-IF.
           IF WS-LIN-TOT >= 20 THEN
               MOVE "DEMASIADOS ARTIGOS (MAX. 20) - ESCOLHA MENOS "
                   & "GUIAS" TO WS-GR-ERRO
               EXIT PARAGRAPH
           END-IF.
           MOVE GRL-ARTIGO TO WS-LIN-ART.
           PERFORM OBTER-PRECO-ARTIGO.
           IF WS-ART-OK = 0 THEN
               MOVE SPACES TO WS-GR-ERRO
               STRING "ARTIGO " GRL-ARTIGO " INEXISTENTE OU INATIVO"
                   DELIMITED BY SIZE INTO WS-GR-ERRO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LIN-TOT.
           MOVE GRL-ARTIGO TO WL-ARTIGO(WS-LIN-TOT).
           MOVE ART-DESC TO WL-DESC(WS-LIN-TOT).
           MOVE GRL-QTD TO WL-QTD(WS-LIN-TOT).
           MOVE WS-ART-PRECO-CLI TO WL-PRECO(WS-LIN-TOT).
           MOVE ART-TAXA TO WL-TAXA(WS-LIN-TOT).
       MARCAR-GUIAS-FATURADAS.
           OPEN I-O FICGR.
           PERFORM VARYING WS-GR-I FROM 1 BY 1
               UNTIL WS-GR-I > WS-GR-TOT
               IF WS-GR-T-SEL(WS-GR-I) = "S" THEN
                   MOVE WS-GR-T-NUM(WS-GR-I) TO GR-NUMERO
                   READ FICGR
                       NOT INVALID KEY
                           MOVE "F" TO GR-ESTADO
                           MOVE NUMERO-FATURA TO GR-FATURA
                           REWRITE REGISTO-GR
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE FICGR.

       GUIAS-POR-FATURAR.
      * MERCADORIA ENTREGUE E AINDA NAO FATURADA
           DISPLAY CLS.
           DISPLAY "GUIAS DE REMESSA POR FATURAR" LINE 1 POSITION 1.
           MOVE WRK-ANO TO WS-HOJE(1:4).
           MOVE WRK-MES TO WS-HOJE(5:2).
           MOVE WRK-DIA TO WS-HOJE(7:2).
           COMPUTE WS-INT-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-HOJE).
           MOVE "GUIAS_POR_FATURAR.TXT" TO WS-GR-NOME.
           OPEN OUTPUT FICGIMP.
           MOVE SPACES TO LINHA-GIMP.
           STRING "GUIAS DE REMESSA POR FATURAR EM " WRK-DIA "-"
               WRK-MES "-" WRK-ANO DELIMITED BY SIZE INTO LINHA-GIMP.
           WRITE LINHA-GIMP.
           MOVE SPACES TO LINHA-GIMP.
           WRITE LINHA-GIMP.
           MOVE "GUIA  CARGA    NIF       CLIENTE                  "
               & "       DIAS  LIN" TO LINHA-GIMP.
           WRITE LINHA-GIMP.
           DISPLAY LINHA-GIMP LINE 3 POSITION 1.
           MOVE 4 TO WS-LINHA-LIST.
           MOVE 0 TO WS-GR-QTD-TOT.
           OPEN INPUT FICGR.
           OPEN INPUT FICGRL.
           OPEN INPUT FICCLI.
           MOVE LOW-VALUES TO GR-NUMERO.
           MOVE "00" TO FS-GR.
           START FICGR KEY IS NOT LESS THAN GR-NUMERO
               INVALID KEY MOVE "10" TO FS-GR
           END-START.
           PERFORM UNTIL FS-GR = "10"
               READ FICGR NEXT RECORD
                   AT END
                       MOVE "10" TO FS-GR
                   NOT AT END
                       IF GR-ABERTA THEN
                           PERFORM LINHA-GUIA-POR-FATURAR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICCLI.
           CLOSE FICGRL.
           CLOSE FICGR.
           MOVE SPACES TO LINHA-GIMP.
           WRITE LINHA-GIMP.
           MOVE SPACES TO LINHA-GIMP.
           STRING "GUIAS POR FATURAR: " WS-GR-QTD-TOT
               DELIMITED BY SIZE INTO LINHA-GIMP.
           WRITE LINHA-GIMP.
           CLOSE FICGIMP.
           ADD 1 TO WS-LINHA-LIST.
           DISPLAY LINHA-GIMP LINE WS-LINHA-LIST POSITION 1.
           ADD 2 TO WS-LINHA-LIST.
           DISPLAY "GRAVADO EM GUIAS_POR_FATURAR.TXT"
               LINE WS-LINHA-LIST POSITION 1.
           ACCEPT OMITTED.
       LINHA-GUIA-POR-FATURAR.
           ADD 1 TO WS-GR-QTD-TOT.
           MOVE GR-NIF TO CLI-NIF.
           READ FICCLI
               INVALID KEY
                   MOVE SPACES TO CLI-NOME
           END-READ.
           COMPUTE WS-INT-FATURA =
               FUNCTION INTEGER-OF-DATE(GR-DATA-CARGA).
           COMPUTE WS-GR-DIAS = WS-INT-HOJE - WS-INT-FATURA.
           MOVE 0 TO WS-LIN-CONT.
           MOVE GR-NUMERO TO GRL-GUIA.
           MOVE 0 TO GRL-SEQ.
           MOVE "00" TO FS-GRL.
           START FICGRL KEY IS NOT LESS THAN GRL-CHAVE
               INVALID KEY MOVE "10" TO FS-GRL
           END-START.
           PERFORM UNTIL FS-GRL = "10"
               READ FICGRL NEXT RECORD
                   AT END
                       MOVE "10" TO FS-GRL
                   NOT AT END
                       IF GRL-GUIA NOT = GR-NUMERO THEN
                           MOVE "10" TO FS-GRL
                       ELSE
                           ADD 1 TO WS-LIN-CONT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE GR-NUMERO TO GRP-NUMERO.
           MOVE GR-DATA-CARGA TO GRP-DATA.
           MOVE GR-NIF TO GRP-NIF.
           MOVE CLI-NOME TO GRP-NOME.
           MOVE WS-GR-DIAS TO GRP-DIAS.
           MOVE WS-LIN-CONT TO GRP-LINHAS.
           WRITE LINHA-GIMP FROM GRP-DET.
           IF WS-LINHA-LIST < 20 THEN
               DISPLAY GRP-DET LINE WS-LINHA-LIST POSITION 1
               ADD 1 TO WS-LINHA-LIST
           END-IF.
       GESTAO-CONTRATOS.
           MOVE 9 TO WS-OPCAO-CT.
           PERFORM UNTIL WS-OPCAO-CT = 0
               DISPLAY CLS
               DISPLAY CABECALHO-CT
               DISPLAY "1-REGISTAR 2-CONSULTAR 3-ALTERAR 4-ELIMINAR "
                   & "0-VOLTAR" AT 1601
               DISPLAY "OPCAO: " AT 1701
               ACCEPT WS-OPCAO-CT AT 1708
               EVALUATE WS-OPCAO-CT
                   WHEN 1 PERFORM REGISTAR-CONTRATO
                   WHEN 2 PERFORM CONSULTAR-CONTRATO
                   WHEN 3 PERFORM ALTERAR-CONTRATO
                   WHEN 4 PERFORM ELIMINAR-CONTRATO
               END-EVALUATE
           END-PERFORM.
           CLOSE FICCT.
           ACCEPT OMITTED.
       FATURAR-CONTRATOS.
           IF MODO-LOTE THEN
               DISPLAY "FATURACAO MENSAL DE CONTRATOS"
           ELSE
               DISPLAY CLS
               DISPLAY "FATURACAO MENSAL DE CONTRATOS" LINE 1 POSITION 1
           END-IF.
           COMPUTE WS-PER-ANOMES = WRK-ANO * 100 + WRK-MES.
           PERFORM VERIFICAR-PERIODO-FECHADO.
           IF PERIODO-FECHADO THEN
               MOVE 1 TO WS-LOTE-ERRO
               IF MODO-LOTE THEN
                   DISPLAY "PERIODO FECHADO - OPERACAO RECUSADA!"
               ELSE
                   DISPLAY "PERIODO FECHADO - OPERACAO RECUSADA!"
                       FOREGROUND-COLOR 4 HIGHLIGHT LINE 3 POSITION 1
                   ACCEPT OMITTED
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-ANO TO WS-MES-ATUAL(1:4).
           MOVE WRK-MES TO WS-MES-ATUAL(5:2).
           MOVE 0 TO WS-JA-FATURADO.
           END-IF.
           CLOSE FICLOG.
           IF WS-JA-FATURADO = 1 THEN
               IF MODO-LOTE THEN
                   DISPLAY "ESTE MES JA FOI FATURADO!"
               ELSE
                   DISPLAY "ESTE MES JA FOI FATURADO!"
                       FOREGROUND-COLOR 4 HIGHLIGHT LINE 3 POSITION 1
                   ACCEPT OMITTED
               END-IF
           ELSE
               MOVE "FT" TO WS-ASS-TIPO
               PERFORM OBTER-SERIE-ATIVA
               IF WS-SER-ACHOU = 0 THEN
                   MOVE 1 TO WS-LOTE-ERRO
                   IF MODO-LOTE THEN
                       DISPLAY "NAO HA SERIE DE FATURAS ATIVA!"
                   ELSE
                       DISPLAY "NAO HA SERIE DE FATURAS ATIVA!"
                           FOREGROUND-COLOR 4 HIGHLIGHT
                           LINE 3 POSITION 1
                       ACCEPT OMITTED
                   END-IF
               ELSE
                   PERFORM GERAR-FATURAS-MES
               END-IF
           END-IF.
       GERAR-FATURAS-MES.
           MOVE 0 TO WS-QTD-GER.
           OPEN I-O FIC.
           PERFORM OBTER-MAIOR-FATURA.
           OPEN EXTEND FICLOG.
           OPEN INPUT FICCT.
           MOVE LOW-VALUES TO CT-NUMERO.
           CLOSE FICCT.
           CLOSE FICLOG.
           CLOSE FIC.
           IF MODO-LOTE THEN
               DISPLAY "FATURAS GERADAS: " WS-QTD-GER
           ELSE
               DISPLAY "FATURAS GERADAS: " LINE 3 POSITION 1
               DISPLAY WS-QTD-GER LINE 3 POSITION 18
               ACCEPT OMITTED
           END-IF.
       GERAR-FATURA-CONTRATO.
           ADD 1 TO WS-MAX-NUM.
           MOVE WS-MAX-NUM TO WS-NUM-EDIT.
           END-WRITE.
           IF EXISTE = 0 THEN
               ADD 1 TO WS-QTD-GER
               PERFORM ASSINAR-FATURA
               MOVE SPACES TO LINHA-LOG
               STRING WS-MES-ATUAL " FATURA " NUMERO-FATURA
                   " CONTRATO " CT-NUMERO
                   DELIMITED BY SIZE INTO LINHA-LOG
               WRITE LINHA-LOG
           END-IF.
       VERIFICAR-PERIODO-FECHADO.
      * UM MES FECHADO PELA CONTABILIDADE EM PERIODOS.DAT NAO ACEITA
      * DOCUMENTOS NOVOS COM DATA DENTRO DELE
           MOVE "N" TO WS-PER-FECHADO.
           MOVE "SABLIMPA" TO PER-NEGOCIO.
           MOVE WS-PER-ANOMES TO PER-ANOMES.
           OPEN INPUT FICPER.
           IF FS-PER = "00" THEN
               READ FICPER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PER-ESTADO = "F" THEN
                           MOVE "S" TO WS-PER-FECHADO
                       END-IF
               END-READ
           END-IF.
           CLOSE FICPER.

       EXECUTAR-LOTE.
      * FATURACAO DE CONTRATOS E CARTAS DE COBRANCA SEM OPERADOR, COM
      * A DATA DE NEGOCIO DADA PELO AGENDADOR. O CODIGO DE RETORNO 8
      * ASSINALA FALHA AO AGENDADOR
           MOVE "S" TO WS-MODO-LOTE.
           MOVE 0 TO WS-LOTE-ERRO.
           MOVE SPACES TO WS-LOTE-ROTINA WS-LOTE-DATA.
           UNSTRING WS-LOTE-PARM DELIMITED BY ALL SPACE
               INTO WS-LOTE-ROTINA WS-LOTE-DATA
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-LOTE-ROTINA) TO WS-LOTE-ROTINA.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           IF WS-LOTE-DATA IS NUMERIC THEN
               MOVE WS-LOTE-DATA(1:4) TO WRK-ANO
               MOVE WS-LOTE-DATA(5:2) TO WRK-MES
               MOVE WS-LOTE-DATA(7:2) TO WRK-DIA
           END-IF.
           EVALUATE WS-LOTE-ROTINA
               WHEN "FATURAS"
                   PERFORM FATURAR-CONTRATOS
               WHEN "COBRANCA"
                   PERFORM CARTAS-COBRANCA
               WHEN OTHER
                   DISPLAY "ROTINA DE LOTE DESCONHECIDA: "
                       WS-LOTE-ROTINA
                   MOVE 1 TO WS-LOTE-ERRO
           END-EVALUATE.
           IF WS-LOTE-ERRO = 1 THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM sabao.
