      ******************************************************************
      * Author:
      * Date:
      * Purpose: Contabilidade geral do grupo: plano de contas, diario
      *          com lancamentos a debito e a credito, lotes de
      *          lancamento por negocio a partir dos ficheiros de cada
      *          programa (VENDAS.TXT, PEDIDOS.TXT/PEDHIST.TXT,
      *          INDEX.TXT/RECIBOS.DAT, MOVIX.DAT, VALORIZACAO.TXT e
      *          FICHMOTA.DAT/DESPMOTA.TXT) segundo MAPACONTAS.TXT,
      *          balancete, extrato de conta e resultados por negocio.
      *          Cada documento de origem e lancado uma so vez
      *          (DOCLANCADOS.DAT). Fecho e reabertura de meses por
      *          negocio (PERIODOS.DAT), com lista de pendentes antes
      *          do fecho e reabertura registada em AUDITORIA.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. contab.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICFUN ASSIGN TO "FUNCIONARIOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-CODFUNC
           FILE STATUS IS FS-FUN.

           SELECT OPTIONAL FICPC ASSIGN TO "PLANOCONTAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-CONTA
           FILE STATUS IS FS-PC.

           SELECT OPTIONAL FICDIA ASSIGN TO "DIARIO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LAN-CHAVE
           FILE STATUS IS FS-DIA.

           SELECT OPTIONAL FICDOC ASSIGN TO "DOCLANCADOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOC-CHAVE
           FILE STATUS IS FS-DOC.

           SELECT OPTIONAL FICMAP ASSIGN TO "MAPACONTAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MAP.

           SELECT OPTIONAL FICREL ASSIGN TO WS-REL-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REL.

           SELECT OPTIONAL FICVENDAS ASSIGN TO "VENDAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VEN.

           SELECT OPTIONAL FICPEDIDOS ASSIGN TO "PEDIDOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PED.

           SELECT OPTIONAL FICPEDH ASSIGN TO "PEDHIST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PEDH.

           SELECT OPTIONAL FICSAB ASSIGN TO "INDEX.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMERO-FATURA
           FILE STATUS IS FS-SAB.

           SELECT OPTIONAL FICREC ASSIGN TO "RECIBOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REC-NUMERO
           FILE STATUS IS FS-REC.

           SELECT OPTIONAL FICNC ASSIGN TO "NOTASCRED.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NC-NUMERO
           FILE STATUS IS FS-NC.

           SELECT OPTIONAL FICMVX ASSIGN TO "MOVIX.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MVX-CHAVE
           FILE STATUS IS FS-MVX.

           SELECT OPTIONAL FICVAL ASSIGN TO "VALORIZACAO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VAL.

           SELECT OPTIONAL FICMOTA ASSIGN TO "FICHMOTA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MATRICULA
           FILE STATUS IS FS-MOT.

           SELECT OPTIONAL FICDSP ASSIGN TO "DESPMOTA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DSP.

           SELECT OPTIONAL FICPER ASSIGN TO "PERIODOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PER-CHAVE
           FILE STATUS IS FS-PER.

           SELECT OPTIONAL FICAUD ASSIGN TO "AUDITORIA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUD.

           SELECT OPTIONAL FICGAV ASSIGN TO "GAVETAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GAV.

           SELECT OPTIONAL FICCT ASSIGN TO "CONTRATOS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTR-NUMERO
           FILE STATUS IS FS-CT.

           SELECT OPTIONAL FICFTG ASSIGN TO "FATGER.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FTG.

           SELECT OPTIONAL FICGR ASSIGN TO "GUIAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GR-NUMERO
           FILE STATUS IS FS-GR.

           SELECT OPTIONAL FICPND ASSIGN TO "PENDENTES_BANCO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PND-CHAVE
           FILE STATUS IS FS-PND.

           SELECT OPTIONAL FICFME ASSIGN TO "FECHOMES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FME.

           SELECT OPTIONAL FICAPR ASSIGN TO "CHEQUES_APRESENTADOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-APR.

           SELECT OPTIONAL FICCHQ ASSIGN TO "CHEQUES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHQ-NUMERO
           FILE STATUS IS FS-CHQ.

           SELECT OPTIONAL FICENC ASSIGN TO "ENCOMEND.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENC-NUMERO
           FILE STATUS IS FS-ENC.

           SELECT OPTIONAL FICFFT ASSIGN TO "FATFORN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FFT-CHAVE
           FILE STATUS IS FS-FFT.

           SELECT OPTIONAL FICOFI ASSIGN TO "OFIMOTA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OFI-NUMERO
           FILE STATUS IS FS-OFI.

           SELECT OPTIONAL FICRES ASSIGN TO "RESMOTA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RES-NUMERO
           FILE STATUS IS FS-RES.

       DATA DIVISION.
       FILE SECTION.
       FD FICFUN.
       01 REGISTO-FUN.
           05 FS-CODFUNC          PIC 9(03).
           05 FS-NOME-FUNC        PIC X(30).
           05 FS-PASSWORD-HASH    PIC 9(10).
           05 FS-DATA-PASSWORD    PIC 9(08).
           05 FS-FORCAR-TROCA     PIC X(01).
           05 FS-BLOQUEADO        PIC X(01).
           05 FS-TENTATIVAS       PIC 9(01).
           05 FS-PERFIL           PIC X(01).
           05 FS-ATIVO-FUNC       PIC X(01).
           05 FS-CODFILIAL-FU     PIC 9(02).

      * TIPO: A ATIVO, P PASSIVO, K CAPITAL, R RENDIMENTO, G GASTO
       FD FICPC.
       01 REG-PC.
           05 PC-CONTA         PIC X(8).
           05 PC-DESCRICAO     PIC X(30).
           05 PC-TIPO          PIC X(1).

       FD FICDIA.
       01 REG-LAN.
           05 LAN-CHAVE.
               10 LAN-NUMERO   PIC 9(7).
               10 LAN-LINHA    PIC 9(2).
           05 LAN-DATA         PIC 9(8).
           05 LAN-NEGOCIO      PIC X(10).
           05 LAN-DOC          PIC X(30).
           05 LAN-CONTA        PIC X(8).
           05 LAN-DC           PIC X(1).
           05 LAN-VALOR        PIC 9(9)V99.
           05 LAN-DESCRICAO    PIC X(30).
           05 LAN-OPERADOR     PIC 9(3).
           05 LAN-DATA-REG     PIC 9(8).

       FD FICDOC.
       01 REG-DOC.
           05 DOC-CHAVE.
               10 DOC-NEGOCIO  PIC X(10).
               10 DOC-REF      PIC X(30).
           05 DOC-NUMERO       PIC 9(7).
           05 DOC-DATA-REG     PIC 9(8).

       FD FICMAP.
       01 LINHA-MAP            PIC X(60).

       FD FICREL.
       01 LINHA-REL            PIC X(120).

       FD FICVENDAS.
       01 REGISTO-VENDA.
           05 VEN-LINHA        PIC X(200).

       FD FICPEDIDOS.
       01 REGISTO-PEDIDO.
           05 PED-LINHA        PIC X(300).

       FD FICPEDH.
       01 REGISTO-PEDH.
           05 PEDH-LINHA       PIC X(300).

       FD FICSAB.
       01 REGISTO-SAB.
           05 NUMERO-FATURA   PIC X(5).
           05 SAB-DIA         PIC X(2).
           05 SAB-MES         PIC X(2).
           05 SAB-ANO         PIC X(4).
           05 SAB-PRAZO       PIC X(2).
           05 SAB-VALOR       PIC 9(5)V99.
           05 SAB-PAGO        PIC A.
           05 SAB-NIF         PIC X(9).
           05 SAB-VALOR-PAGO  PIC 9(5)V99.
           05 SAB-DIA-PAG     PIC X(2).
           05 SAB-MES-PAG     PIC X(2).
           05 SAB-ANO-PAG     PIC X(4).
           05 SAB-BASE        PIC 9(5)V99.
           05 SAB-TAXA        PIC 9(2).
           05 SAB-IVA         PIC 9(5)V99.
           05 SAB-NIVEL-AVISO PIC 9(1).
           05 SAB-DATA-AVISO  PIC 9(8).

       FD FICREC.
       01 REGISTO-REC.
           05 REC-NUMERO       PIC 9(5).
           05 REC-FATURA       PIC X(5).
           05 REC-NIF          PIC X(9).
           05 REC-VALOR        PIC 9(5)V99.
           05 REC-DIA          PIC X(2).
           05 REC-MES          PIC X(2).
           05 REC-ANO          PIC X(4).
           05 REC-METODO       PIC X(1).

       FD FICNC.
       01 REGISTO-NC.
           05 NC-NUMERO        PIC X(5).
           05 NC-FATURA        PIC X(5).
           05 NC-VALOR         PIC 9(5)V99.
           05 NC-DIA           PIC X(2).
           05 NC-MES           PIC X(2).
           05 NC-ANO           PIC X(4).

       FD FICMVX.
       01 REGISTO-MVX.
           05 MVX-CHAVE.
               10 MVX-CONTA    PIC 9(06).
               10 MVX-DATA     PIC 9(08).
               10 MVX-SEQ      PIC 9(04).
           05 MVX-OP           PIC X(02).
           05 MVX-MONTANTE     PIC 9(7)V99.
           05 MVX-SALDO-APOS   PIC 9(7)V99.
           05 MVX-REF          PIC X(16).
           05 MVX-OPERADOR     PIC 9(03).

       FD FICVAL.
       01 LINHA-VAL            PIC X(80).

       FD FICMOTA.
       01 REGISTO-MOTA.
           05 DATA-VENDA    PIC X(10).
           05 MARCA         PIC A(20).
           05 MODELO        PIC A(20).
           05 MATRICULA     PIC X(8).
           05 CLIENTE       PIC A(40).
           05 TEL           PIC 9(9).
           05 ANOF          PIC 9(4).
           05 KM            PIC S9(8).
           05 PRECO-VENDA   PIC S9(8).
           05 VENDEDOR      PIC X(3).
           05 ESTADO        PIC X.
           05 DATA-COMPRA   PIC X(10).
           05 PRECO-COMPRA  PIC S9(8).
           05 ENTRADA       PIC S9(8).
           05 NUM-MESES     PIC 9(2).
           05 VALOR-MES     PIC 9(6).
           05 GARANTIA-FIM  PIC 9(8).

       FD FICDSP.
       01 REG-DSP.
           05 DSP-MATRICULA PIC X(8).
           05 DSP-DATA      PIC 9(8).
           05 DSP-CAT       PIC X(10).
           05 DSP-DESC      PIC X(20).
           05 DSP-VALOR     PIC 9(8).

      * ESTADO: F FECHADO, A ABERTO (REABERTO)
       FD FICPER.
       01 REG-PER.
           05 PER-CHAVE.
               10 PER-NEGOCIO  PIC X(10).
               10 PER-ANOMES   PIC 9(6).
           05 PER-ESTADO       PIC X(1).
           05 PER-DATA-FECHO   PIC 9(8).
           05 PER-OPER-FECHO   PIC 9(3).
           05 PER-DATA-REAB    PIC 9(8).
           05 PER-OPER-REAB    PIC 9(3).

       FD FICAUD.
       01 REG-AUD.
           05 AUD-DATA         PIC X(10).
           05 FILLER           PIC X(1).
           05 AUD-HORA         PIC X(8).
           05 FILLER           PIC X(1).
           05 AUD-FUNC         PIC 9(3).
           05 FILLER           PIC X(1).
           05 AUD-ACAO         PIC X(30).
           05 FILLER           PIC X(1).
           05 AUD-ENTIDADE     PIC X(12).
           05 FILLER           PIC X(1).
           05 AUD-CHAVE        PIC X(12).
           05 FILLER           PIC X(1).
           05 AUD-DETALHE      PIC X(39).

      * FICHEIROS DOS NEGOCIOS LIDOS PELA LISTA DE PENDENTES
       FD FICGAV.
       01 LINHA-GAV            PIC X(60).

       FD FICCT.
       01 REG-CTR.
           05 CTR-NUMERO       PIC X(5).
           05 CTR-NIF          PIC X(9).
           05 CTR-DESCRICAO    PIC X(30).
           05 CTR-VALOR        PIC 9(5)V99.
           05 CTR-TAXA         PIC 9(2).
           05 CTR-PRAZO        PIC X(2).
           05 CTR-DE           PIC 9(6).
           05 CTR-ATE          PIC 9(6).

       FD FICFTG.
       01 LINHA-FTG            PIC X(40).

       FD FICGR.
       01 REG-GR.
           05 GR-NUMERO        PIC X(5).
           05 GR-NIF           PIC X(9).
           05 GR-MORADA        PIC X(40).
           05 GR-DATA-CARGA    PIC 9(8).
           05 GR-HORA-CARGA    PIC 9(4).
           05 GR-MATRICULA     PIC X(8).
           05 GR-ESTADO        PIC X(1).
           05 GR-FATURA        PIC X(5).

       FD FICPND.
       01 REG-PND.
           05 PND-CHAVE.
               10 PND-CONTA    PIC 9(6).
               10 PND-DATA     PIC 9(8).
               10 PND-SEQ      PIC 9(4).
           05 PND-REF          PIC X(16).
           05 PND-NIF          PIC X(9).
           05 PND-VALOR        PIC 9(7)V99.
           05 PND-SALDO        PIC 9(7)V99.
           05 PND-ESTADO       PIC X(1).
           05 PND-DATA-PROC    PIC 9(8).

       FD FICFME.
       01 LINHA-FME            PIC X(20).

       FD FICAPR.
       01 LINHA-APR            PIC X(40).

       FD FICCHQ.
       01 REG-CHQ.
           05 CHQ-NUMERO       PIC 9(7).
           05 CHQ-CONTA        PIC 9(6).
           05 CHQ-LIVRO        PIC 9(6).
           05 CHQ-ESTADO       PIC X(1).
           05 CHQ-VALOR        PIC 9(6)V99.
           05 CHQ-DATA         PIC 9(8).
           05 CHQ-DEVOLUCOES   PIC 9(2).

       FD FICENC.
       01 REG-ENC.
           05 ENC-NUMERO       PIC X(5).
           05 ENC-FORN         PIC X(5).
           05 ENC-DATA         PIC 9(8).
           05 ENC-ESTADO       PIC X(1).

       FD FICFFT.
       01 REG-FFT.
           05 FFT-CHAVE.
               10 FFT-FORN     PIC X(5).
               10 FFT-DOC      PIC X(10).
           05 FFT-ENC          PIC X(5).
           05 FFT-DATA         PIC 9(8).
           05 FFT-TOTAL        PIC 9(7)V99.
           05 FFT-ESTADO       PIC X(1).
           05 FFT-DATA-ESTADO  PIC 9(8).

       FD FICOFI.
       01 REG-OFI.
           05 OFI-NUMERO       PIC 9(5).
           05 OFI-MATRICULA    PIC X(8).
           05 OFI-CLIENTE      PIC X(9).
           05 OFI-DATA         PIC 9(8).
           05 OFI-PROBLEMA     PIC X(30).
           05 OFI-MECANICO     PIC X(20).
           05 OFI-HORAS        PIC 9(3)V9.
           05 OFI-PRECO-HORA   PIC 9(4).
           05 OFI-MAO-OBRA     PIC 9(8).
           05 OFI-PECAS        PIC 9(8).
           05 OFI-TOTAL        PIC 9(8).
           05 OFI-GARANTIA     PIC X(1).
           05 OFI-GAR-DATA     PIC 9(8).
           05 OFI-ESTADO       PIC X(1).
           05 OFI-DATA-FIM     PIC 9(8).

       FD FICRES.
       01 REG-RES.
           05 RES-NUMERO       PIC 9(5).
           05 RES-MATRICULA    PIC X(8).
           05 RES-TEL          PIC 9(9).
           05 RES-NOME         PIC X(40).
           05 RES-SINAL        PIC 9(8).
           05 RES-DATA         PIC 9(8).
           05 RES-VALIDADE     PIC 9(8).
           05 RES-ESTADO       PIC X(1).
           05 RES-DESTINO      PIC X(1).
           05 RES-DATA-FIM     PIC 9(8).

       WORKING-STORAGE SECTION.
       77 FS-FUN            PIC X(2) VALUE SPACES.
       77 FS-PC             PIC X(2) VALUE SPACES.
       77 FS-DIA            PIC X(2) VALUE SPACES.
       77 FS-DOC            PIC X(2) VALUE SPACES.
       77 FS-MAP            PIC X(2) VALUE SPACES.
       77 FS-REL            PIC X(2) VALUE SPACES.
       77 FS-VEN            PIC X(2) VALUE SPACES.
       77 FS-PED            PIC X(2) VALUE SPACES.
       77 FS-PEDH           PIC X(2) VALUE SPACES.
       77 FS-SAB            PIC X(2) VALUE SPACES.
       77 FS-REC            PIC X(2) VALUE SPACES.
       77 FS-NC             PIC X(2) VALUE SPACES.
       77 FS-MVX            PIC X(2) VALUE SPACES.
       77 FS-VAL            PIC X(2) VALUE SPACES.
       77 FS-MOT            PIC X(2) VALUE SPACES.
       77 FS-DSP            PIC X(2) VALUE SPACES.
       77 FS-PER            PIC X(2) VALUE SPACES.
       77 FS-AUD            PIC X(2) VALUE SPACES.
       77 FS-GAV            PIC X(2) VALUE SPACES.
       77 FS-CT             PIC X(2) VALUE SPACES.
       77 FS-FTG            PIC X(2) VALUE SPACES.
       77 FS-GR             PIC X(2) VALUE SPACES.
       77 FS-PND            PIC X(2) VALUE SPACES.
       77 FS-FME            PIC X(2) VALUE SPACES.
       77 FS-APR            PIC X(2) VALUE SPACES.
       77 FS-CHQ            PIC X(2) VALUE SPACES.
       77 FS-ENC            PIC X(2) VALUE SPACES.
       77 FS-FFT            PIC X(2) VALUE SPACES.
       77 FS-OFI            PIC X(2) VALUE SPACES.
       77 FS-RES            PIC X(2) VALUE SPACES.
       77 WS-OPERADOR-LOGADO PIC 9(3) VALUE 0.
       77 WS-PERFIL-LOGADO  PIC X VALUE SPACE.
       77 WS-LOGIN-COD      PIC X(3) VALUE SPACES.
       77 WS-LOGIN-PW       PIC X(10) VALUE SPACES.
       77 WS-PASSWORD-TRABALHO PIC X(10) VALUE SPACES.
       77 WS-HASH-TMP       PIC 9(15) VALUE 0.
       77 WS-PASSWORD-HASH-CALC PIC 9(10) VALUE 0.
       77 WS-HASH-IDX       PIC 9(2) VALUE 0.
       77 WS-TENTATIVAS-LOGIN PIC 9 VALUE 0.
       77 WS-LOGIN-OK       PIC 9 VALUE 0.

       01 DATA-SISTEMA.
           05 WRK-ANO       PIC 9(4).
           05 WRK-MES       PIC 9(2).
           05 WRK-DIA       PIC 9(2).
       77 WS-DATA-HOJE      PIC 9(8) VALUE 0.

       77 WS-OPCAO          PIC X VALUE SPACE.
           88 OPCAO-PLANO     VALUES "C","c".
           88 OPCAO-LOTE      VALUES "L","l".
           88 OPCAO-BALANCETE VALUES "B","b".
           88 OPCAO-EXTRATO   VALUES "E","e".
           88 OPCAO-RESULTADOS VALUES "R","r".
           88 OPCAO-PERIODOS  VALUES "P","p".
           88 OPCAO-FIM       VALUES "0".
       77 WS-CAMPO          PIC X(30) VALUE SPACES.
       77 WS-PC-EXISTE      PIC 9 VALUE 0.
       77 WS-REL-NOME       PIC X(40) VALUE SPACES.
       77 WS-INICIO         PIC 9(8) VALUE 0.
       77 WS-FIM            PIC 9(8) VALUE 0.
       77 WS-PERIODO-OK     PIC 9 VALUE 0.
       77 WS-NEGOCIO        PIC X(10) VALUE SPACES.
           88 NEGOCIO-VALIDO  VALUES "MAC" "PIZAHUT" "SABLIMPA"
                                     "BANCO" "SANCA" "MOTA".

      * PLANO DE CONTAS EM MEMORIA COM OS TOTAIS DO PERIODO
       77 WS-NUM-CT         PIC 9(3) VALUE 0.
       77 IND-CT            PIC 9(3) VALUE 0.
       77 WS-POS-CT         PIC 9(3) VALUE 0.
       01 WS-TAB-CONTAS.
           05 CT-ITEM OCCURS 300.
               10 CT-CONTA      PIC X(8).
               10 CT-DESC       PIC X(30).
               10 CT-TIPO       PIC X(1).
               10 CT-DEB        PIC 9(11)V99.
               10 CT-CRED       PIC 9(11)V99.

      * MAPEAMENTO EVENTO DO NEGOCIO -> CONTA A DEBITO / A CREDITO
       77 WS-NUM-MP         PIC 9(3) VALUE 0.
       77 IND-MP            PIC 9(3) VALUE 0.
       01 WS-TAB-MAPA.
           05 MP-ITEM OCCURS 200.
               10 MP-NEGOCIO    PIC X(10).
               10 MP-EVENTO     PIC X(12).
               10 MP-DEBITO     PIC X(8).
               10 MP-CREDITO    PIC X(8).
       77 WS-MP-C1          PIC X(12) VALUE SPACES.
       77 WS-MP-C2          PIC X(12) VALUE SPACES.
       77 WS-MP-C3          PIC X(12) VALUE SPACES.
       77 WS-MP-C4          PIC X(12) VALUE SPACES.
       77 WS-EVENTO-W       PIC X(12) VALUE SPACES.
       77 WS-EVENTO-GEN     PIC X(12) VALUE SPACES.
       77 WS-MAP-DEB        PIC X(8) VALUE SPACES.
       77 WS-MAP-CRED       PIC X(8) VALUE SPACES.
       77 WS-CONTA-W        PIC X(8) VALUE SPACES.

      * DOCUMENTO A LANCAR: ATE 4 EVENTOS, CADA UM DEBITO + CREDITO
       77 WS-DOC-REF        PIC X(30) VALUE SPACES.
       77 WS-DOC-DATA       PIC 9(8) VALUE 0.
       77 WS-DOC-DESC       PIC X(30) VALUE SPACES.
       77 WS-NUM-EV         PIC 9 VALUE 0.
       77 IND-EV            PIC 9 VALUE 0.
       01 WS-TAB-EVENTOS.
           05 EV-ITEM OCCURS 4.
               10 EV-EVENTO     PIC X(12).
               10 EV-GENERICO   PIC X(12).
               10 EV-VALOR      PIC S9(9)V99.
               10 EV-DEBITO     PIC X(8).
               10 EV-CREDITO    PIC X(8).
       77 WS-MOTIVO-REJ     PIC X(40) VALUE SPACES.
       77 WS-LAN-NUM        PIC 9(7) VALUE 0.
       77 WS-LAN-LINHA      PIC 9(2) VALUE 0.
       77 WS-VALOR-ABS      PIC 9(9)V99 VALUE 0.
       77 WS-LOTE-LANCADOS  PIC 9(5) VALUE 0.
       77 WS-LOTE-REPETIDOS PIC 9(5) VALUE 0.
       77 WS-LOTE-REJEITADOS PIC 9(5) VALUE 0.
       77 WS-LOTE-VALOR     PIC 9(11)V99 VALUE 0.
       77 WS-NUM-LINHA-FIC  PIC 9(6) VALUE 0.

      * CAMPOS DAS LINHAS DE ORIGEM
       77 V-DATA          PIC X(10) VALUE SPACES.
       77 V-ITENS         PIC X(150) VALUE SPACES.
       77 V-TOTAL-X       PIC X(12) VALUE SPACES.
       77 V-FORMA         PIC X(10) VALUE SPACES.
       77 V-OPERADOR      PIC X(3) VALUE SPACES.
       77 V-PEDIDO        PIC X(5) VALUE SPACES.
       77 V-DESC          PIC X(12) VALUE SPACES.
       77 V-MARCA         PIC X(20) VALUE SPACES.
       77 V-HORA          PIC X(6) VALUE SPACES.
       77 P-DATA          PIC X(10) VALUE SPACES.
       77 P-NUM           PIC X(5) VALUE SPACES.
       77 P-CLIENTE       PIC X(30) VALUE SPACES.
       77 P-CONTATO       PIC X(9) VALUE SPACES.
       77 P-TIPO          PIC X(3) VALUE SPACES.
       77 P-ITENS         PIC X(150) VALUE SPACES.
       77 P-TOTAL-X       PIC X(12) VALUE SPACES.
       77 P-CAMPO         PIC X(40) VALUE SPACES.
       77 P-CANAL         PIC X(6) VALUE SPACES.
       77 WS-DATA-TXT     PIC X(10) VALUE SPACES.
       77 WS-STOCK-TOTAL  PIC 9(9)V99 VALUE 0.
       77 WS-STOCK-SALDO  PIC S9(11)V99 VALUE 0.

      * RELATORIOS
       77 WS-TOT-DEB        PIC 9(11)V99 VALUE 0.
       77 WS-TOT-CRED       PIC 9(11)V99 VALUE 0.
       77 WS-SALDO-W        PIC S9(11)V99 VALUE 0.
       77 WS-NC-BASE        PIC 9(5)V99 VALUE 0.
       77 WS-SALDO-ANT      PIC S9(11)V99 VALUE 0.
       77 WS-DEB-ED         PIC Z(9)9.99.
       77 WS-CRED-ED        PIC Z(9)9.99.
       77 WS-SALDO-ED       PIC -(10)9.99.
       77 WS-TOT-REND       PIC S9(11)V99 VALUE 0.
       77 WS-TOT-GASTO      PIC S9(11)V99 VALUE 0.
       77 WS-NUM-RN         PIC 9(3) VALUE 0.
       77 IND-RN            PIC 9(3) VALUE 0.
       77 WS-POS-RN         PIC 9(3) VALUE 0.
       77 WS-NUM-NG         PIC 9(2) VALUE 0.
       77 IND-NG            PIC 9(2) VALUE 0.
       77 WS-POS-NG         PIC 9(2) VALUE 0.
       01 WS-TAB-RESULTADOS.
           05 RN-ITEM OCCURS 500.
               10 RN-NEGOCIO    PIC X(10).
               10 RN-CONTA      PIC X(8).
               10 RN-TIPO       PIC X(1).
               10 RN-VALOR      PIC S9(11)V99.
       01 WS-TAB-NEGOCIOS.
           05 NG-NOME OCCURS 20 PIC X(10).

      * FECHO DE PERIODOS E LISTA DE PENDENTES
       77 WS-PER-ANOMES     PIC 9(6) VALUE 0.
       77 WS-PER-EXISTE     PIC 9 VALUE 0.
       77 WS-PER-ACAO       PIC X VALUE SPACE.
       77 WS-MODO-VERIFICAR PIC 9 VALUE 0.
       77 WS-CHK-TOTAL      PIC 9(5) VALUE 0.
       77 WS-CHK-LINHA      PIC X(120) VALUE SPACES.
       77 WS-AUD-ACAO       PIC X(30) VALUE SPACES.
       77 WS-AUD-MOTIVO     PIC X(28) VALUE SPACES.
       77 WS-AUD-DETALHE    PIC X(39) VALUE SPACES.
       01 WS-HORA-SIS.
           05 WS-HORA-HH    PIC 9(2).
           05 WS-HORA-MM    PIC 9(2).
           05 WS-HORA-SS    PIC 9(2).
           05 FILLER        PIC 9(2).
       77 WS-GAV-DATA-X     PIC X(8) VALUE SPACES.
       77 WS-GAV-HORA-X     PIC X(6) VALUE SPACES.
       77 WS-GAV-OPER-X     PIC X(3) VALUE SPACES.
       77 WS-GAV-TIPO-X     PIC X(1) VALUE SPACE.
       77 WS-GAV-OPER       PIC 9(3) VALUE 0.
       77 WS-GAV-DATA       PIC 9(8) VALUE 0.
       77 IND-GV            PIC 9(4) VALUE 0.
       01 WS-TAB-GAVETAS.
           05 GV-DATA-ABR OCCURS 999 PIC 9(8).
       77 WS-NUM-CF         PIC 9(3) VALUE 0.
       77 IND-CF            PIC 9(3) VALUE 0.
       77 WS-CF-ACHOU       PIC 9 VALUE 0.
       01 WS-TAB-CONTRATOS-FAT.
           05 CF-CONTRATO OCCURS 500 PIC X(5).
       77 WS-FME-ACHOU      PIC 9 VALUE 0.
       77 WS-CHQ-F1         PIC X(10) VALUE SPACES.
       77 WS-CHQ-F2         PIC X(15) VALUE SPACES.
       77 P-ESTADO        PIC X(13) VALUE SPACES.
       77 P-MOTORISTA     PIC X(3) VALUE SPACES.
       77 P-ZONA          PIC X(2) VALUE SPACES.
       77 P-PAGAMENTO     PIC X(1) VALUE SPACES.
       77 P-ACERTO        PIC X(1) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           COMPUTE WS-DATA-HOJE = WRK-ANO * 10000 + WRK-MES * 100
               + WRK-DIA.
           DISPLAY "CONTABILIDADE GERAL DO GRUPO".
           PERFORM LOGIN-OPERADOR.

       MENU-CONTAB.
           DISPLAY "(C)PLANO DE CONTAS (L)ANCAR LOTE (B)ALANCETE "
               "(P)ERIODOS".
           DISPLAY "(E)XTRATO DE CONTA (R)ESULTADOS (0)SAIR:"
               NO ADVANCING.
           ACCEPT WS-OPCAO.
           EVALUATE TRUE
               WHEN OPCAO-PLANO
                   PERFORM PLANO-CONTAS
               WHEN OPCAO-LOTE
                   PERFORM LANCAR-LOTE
               WHEN OPCAO-BALANCETE
                   PERFORM BALANCETE
               WHEN OPCAO-EXTRATO
                   PERFORM EXTRATO-CONTA
               WHEN OPCAO-RESULTADOS
                   PERFORM RESULTADOS-NEGOCIO
               WHEN OPCAO-PERIODOS
                   PERFORM GESTAO-PERIODOS
               WHEN OPCAO-FIM
                   STOP RUN
           END-EVALUATE.
           GO MENU-CONTAB.

       PLANO-CONTAS.
      * SO UM SUPERVISOR ALTERA O PLANO; CONTA VAZIA LISTA O PLANO
           IF WS-PERFIL-LOGADO NOT = "S" THEN
               DISPLAY "OPCAO RESERVADA A SUPERVISORES"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CONTA (VAZIO LISTA O PLANO):" NO ADVANCING.
           ACCEPT WS-CAMPO.
           IF WS-CAMPO = SPACES THEN
               PERFORM CARREGAR-PLANO
               PERFORM VARYING IND-CT FROM 1 BY 1
                   UNTIL IND-CT > WS-NUM-CT
                   DISPLAY CT-CONTA(IND-CT) " " CT-TIPO(IND-CT) " "
                       CT-DESC(IND-CT)
               END-PERFORM
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O FICPC.
           MOVE WS-CAMPO(1:8) TO PC-CONTA.
           MOVE 1 TO WS-PC-EXISTE.
           READ FICPC
               INVALID KEY
                   MOVE 0 TO WS-PC-EXISTE
                   MOVE SPACES TO PC-DESCRICAO PC-TIPO
           END-READ.
           DISPLAY "DESCRICAO (" PC-DESCRICAO "):" NO ADVANCING.
           ACCEPT WS-CAMPO.
           IF WS-CAMPO NOT = SPACES THEN
               MOVE WS-CAMPO TO PC-DESCRICAO
           END-IF.
           DISPLAY "TIPO A/P/K/R/G (" PC-TIPO "):" NO ADVANCING.
           ACCEPT WS-CAMPO.
           IF WS-CAMPO NOT = SPACES THEN
               MOVE FUNCTION UPPER-CASE(WS-CAMPO(1:1)) TO PC-TIPO
           END-IF.
           IF PC-TIPO NOT = "A" AND PC-TIPO NOT = "P"
              AND PC-TIPO NOT = "K" AND PC-TIPO NOT = "R"
              AND PC-TIPO NOT = "G" THEN
               DISPLAY "TIPO INVALIDO - CONTA NAO GRAVADA"
               CLOSE FICPC
               EXIT PARAGRAPH
           END-IF.
           IF WS-PC-EXISTE = 1 THEN
               REWRITE REG-PC
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE REG-PC
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
           CLOSE FICPC.
           DISPLAY "CONTA GRAVADA".

       CARREGAR-PLANO.
           MOVE 0 TO WS-NUM-CT.
           OPEN INPUT FICPC.
           MOVE "00" TO FS-PC.
           PERFORM UNTIL FS-PC NOT = "00"
               READ FICPC NEXT RECORD
                   AT END MOVE "10" TO FS-PC
                   NOT AT END
                       IF WS-NUM-CT < 300 THEN
                           ADD 1 TO WS-NUM-CT
                           MOVE PC-CONTA TO CT-CONTA(WS-NUM-CT)
                           MOVE PC-DESCRICAO TO CT-DESC(WS-NUM-CT)
                           MOVE PC-TIPO TO CT-TIPO(WS-NUM-CT)
                           MOVE 0 TO CT-DEB(WS-NUM-CT)
                           MOVE 0 TO CT-CRED(WS-NUM-CT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICPC.

       POSICAO-CONTA.
           MOVE 0 TO WS-POS-CT.
           PERFORM VARYING IND-CT FROM 1 BY 1
               UNTIL IND-CT > WS-NUM-CT OR WS-POS-CT > 0
               IF CT-CONTA(IND-CT) = WS-CONTA-W THEN
                   MOVE IND-CT TO WS-POS-CT
               END-IF
           END-PERFORM.

       CARREGAR-MAPA.
      * UMA LINHA POR EVENTO: "NEGOCIO;EVENTO;CONTA DEBITO;CONTA
      * CREDITO". O EVENTO PODE TER VARIANTE (VENDA-DINHEIRO) OU SER
      * GENERICO (VENDA), USADO QUANDO NAO HA VARIANTE MAPEADA
           MOVE 0 TO WS-NUM-MP.
           OPEN INPUT FICMAP.
           MOVE "00" TO FS-MAP.
           PERFORM UNTIL FS-MAP NOT = "00"
               READ FICMAP
                   AT END MOVE "10" TO FS-MAP
                   NOT AT END
                       IF LINHA-MAP NOT = SPACES AND WS-NUM-MP < 200
                       THEN
                           MOVE SPACES TO WS-MP-C1 WS-MP-C2 WS-MP-C3
                               WS-MP-C4
                           UNSTRING LINHA-MAP DELIMITED BY ";"
                               INTO WS-MP-C1 WS-MP-C2 WS-MP-C3 WS-MP-C4
                           END-UNSTRING
                           ADD 1 TO WS-NUM-MP
                           MOVE FUNCTION UPPER-CASE(WS-MP-C1)
                               TO MP-NEGOCIO(WS-NUM-MP)
                           MOVE FUNCTION UPPER-CASE(WS-MP-C2)
                               TO MP-EVENTO(WS-NUM-MP)
                           MOVE WS-MP-C3 TO MP-DEBITO(WS-NUM-MP)
                           MOVE WS-MP-C4 TO MP-CREDITO(WS-NUM-MP)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICMAP.

       PROCURAR-MAPA.
           MOVE SPACES TO WS-MAP-DEB WS-MAP-CRED.
           PERFORM VARYING IND-MP FROM 1 BY 1
               UNTIL IND-MP > WS-NUM-MP OR WS-MAP-DEB NOT = SPACES
               IF MP-NEGOCIO(IND-MP) = WS-NEGOCIO
                  AND MP-EVENTO(IND-MP) = WS-EVENTO-W THEN
                   MOVE MP-DEBITO(IND-MP) TO WS-MAP-DEB
                   MOVE MP-CREDITO(IND-MP) TO WS-MAP-CRED
               END-IF
           END-PERFORM.

       PEDIR-PERIODO.
           MOVE 0 TO WS-PERIODO-OK.
           DISPLAY "DATA INICIAL (AAAAMMDD):" NO ADVANCING.
           ACCEPT WS-CAMPO.
           IF WS-CAMPO(1:8) IS NOT NUMERIC THEN
               DISPLAY "DATA INVALIDA"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CAMPO(1:8) TO WS-INICIO.
           DISPLAY "DATA FINAL (AAAAMMDD):" NO ADVANCING.
           ACCEPT WS-CAMPO.
           IF WS-CAMPO(1:8) IS NOT NUMERIC THEN
               DISPLAY "DATA INVALIDA"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CAMPO(1:8) TO WS-FIM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-INICIO) NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-FIM) NOT = 0
              OR WS-FIM < WS-INICIO THEN
               DISPLAY "PERIODO INVALIDO"
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-PERIODO-OK.

       LANCAR-LOTE.
      * TRANSFORMA OS DOCUMENTOS DO NEGOCIO NO PERIODO EM
      * LANCAMENTOS; UM DOCUMENTO JA LANCADO E IGNORADO
           IF WS-PERFIL-LOGADO NOT = "S" THEN
               DISPLAY "OPCAO RESERVADA A SUPERVISORES"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "NEGOCIO (MAC/PIZAHUT/SABLIMPA/BANCO/SANCA/MOTA):"
               NO ADVANCING.
           ACCEPT WS-CAMPO.
           MOVE FUNCTION UPPER-CASE(WS-CAMPO) TO WS-NEGOCIO.
           IF NOT NEGOCIO-VALIDO THEN
               DISPLAY "NEGOCIO DESCONHECIDO"
               EXIT PARAGRAPH
           END-IF.
           PERFORM PEDIR-PERIODO.
           IF WS-PERIODO-OK = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CARREGAR-PLANO.
           PERFORM CARREGAR-MAPA.
           PERFORM OBTER-NUMERO-LANCAMENTO.
           MOVE 0 TO WS-LOTE-LANCADOS WS-LOTE-REPETIDOS
               WS-LOTE-REJEITADOS WS-LOTE-VALOR.
           OPEN I-O FICDIA.
           OPEN I-O FICDOC.
           OPEN INPUT FICPER.
           EVALUATE WS-NEGOCIO
               WHEN "MAC"
                   PERFORM LOTE-MAC
               WHEN "PIZAHUT"
                   PERFORM LOTE-PIZAHUT
               WHEN "SABLIMPA"
                   PERFORM LOTE-SABLIMPA
               WHEN "BANCO"
                   PERFORM LOTE-BANCO
               WHEN "SANCA"
                   PERFORM LOTE-SANCA
               WHEN "MOTA"
                   PERFORM LOTE-MOTA
           END-EVALUATE.
           CLOSE FICPER.
           CLOSE FICDOC.
           CLOSE FICDIA.
           MOVE WS-LOTE-VALOR TO WS-DEB-ED.
           DISPLAY "DOCUMENTOS LANCADOS: " WS-LOTE-LANCADOS
               "  VALOR: " WS-DEB-ED.
           DISPLAY "JA LANCADOS: " WS-LOTE-REPETIDOS
               "  REJEITADOS: " WS-LOTE-REJEITADOS.

       OBTER-NUMERO-LANCAMENTO.
           MOVE 0 TO WS-LAN-NUM.
           OPEN INPUT FICDIA.
           MOVE "00" TO FS-DIA.
           PERFORM UNTIL FS-DIA NOT = "00"
               READ FICDIA NEXT RECORD
                   AT END MOVE "10" TO FS-DIA
                   NOT AT END
                       IF LAN-NUMERO > WS-LAN-NUM THEN
                           MOVE LAN-NUMERO TO WS-LAN-NUM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICDIA.

       NOVO-DOCUMENTO.
           MOVE 0 TO WS-NUM-EV.
           MOVE SPACES TO WS-DOC-REF WS-DOC-DESC.

       JUNTAR-EVENTO.
      * WS-EVENTO-W/WS-EVENTO-GEN COM O VALOR EM WS-SALDO-W
           IF WS-NUM-EV < 4 AND WS-SALDO-W NOT = 0 THEN
               ADD 1 TO WS-NUM-EV
               MOVE WS-EVENTO-W TO EV-EVENTO(WS-NUM-EV)
               MOVE WS-EVENTO-GEN TO EV-GENERICO(WS-NUM-EV)
               MOVE WS-SALDO-W TO EV-VALOR(WS-NUM-EV)
           END-IF.

       DATA-TXT-PARA-NUM.
      * DD-MM-AAAA EM WS-DATA-TXT PARA AAAAMMDD EM WS-DOC-DATA
           MOVE 0 TO WS-DOC-DATA.
           IF WS-DATA-TXT(1:2) IS NUMERIC
              AND WS-DATA-TXT(4:2) IS NUMERIC
              AND WS-DATA-TXT(7:4) IS NUMERIC THEN
               MOVE WS-DATA-TXT(7:4) TO WS-DOC-DATA(1:4)
               MOVE WS-DATA-TXT(4:2) TO WS-DOC-DATA(5:2)
               MOVE WS-DATA-TXT(1:2) TO WS-DOC-DATA(7:2)
           END-IF.

       LANCAR-DOCUMENTO.
           IF WS-NUM-EV = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NEGOCIO TO DOC-NEGOCIO.
           MOVE WS-DOC-REF TO DOC-REF.
           READ FICDOC
               INVALID KEY
                   MOVE "23" TO FS-DOC
           END-READ.
           IF FS-DOC = "00" THEN
               ADD 1 TO WS-LOTE-REPETIDOS
               EXIT PARAGRAPH
           END-IF.
      * NA LISTA DE PENDENTES O LOTE SO ASSINALA O QUE FALTA LANCAR
           IF WS-MODO-VERIFICAR = 1 THEN
               MOVE SPACES TO WS-CHK-LINHA
               STRING "DOCUMENTO POR LANCAR NO DIARIO: " WS-DOC-REF
                   " " WS-DOC-DESC DELIMITED BY SIZE INTO WS-CHK-LINHA
               PERFORM ESCREVER-PENDENTE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NEGOCIO TO PER-NEGOCIO.
           COMPUTE PER-ANOMES = WS-DOC-DATA / 100.
           MOVE SPACE TO PER-ESTADO.
           READ FICPER
               INVALID KEY
                   MOVE SPACE TO PER-ESTADO
           END-READ.
           IF PER-ESTADO = "F" THEN
               ADD 1 TO WS-LOTE-REJEITADOS
               DISPLAY "REJEITADO " WS-DOC-REF " PERIODO FECHADO"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-MOTIVO-REJ.
           PERFORM VARYING IND-EV FROM 1 BY 1
               UNTIL IND-EV > WS-NUM-EV OR WS-MOTIVO-REJ NOT = SPACES
               MOVE EV-EVENTO(IND-EV) TO WS-EVENTO-W
               PERFORM PROCURAR-MAPA
               IF WS-MAP-DEB = SPACES THEN
                   MOVE EV-GENERICO(IND-EV) TO WS-EVENTO-W
                   PERFORM PROCURAR-MAPA
               END-IF
               IF WS-MAP-DEB = SPACES OR WS-MAP-CRED = SPACES THEN
                   STRING "EVENTO SEM MAPEAMENTO " EV-EVENTO(IND-EV)
                       DELIMITED BY SIZE INTO WS-MOTIVO-REJ
               ELSE
                   MOVE WS-MAP-DEB TO WS-CONTA-W
                   PERFORM POSICAO-CONTA
                   IF WS-POS-CT = 0 THEN
                       STRING "CONTA FORA DO PLANO " WS-MAP-DEB
                           DELIMITED BY SIZE INTO WS-MOTIVO-REJ
                   END-IF
                   MOVE WS-MAP-CRED TO WS-CONTA-W
                   PERFORM POSICAO-CONTA
                   IF WS-POS-CT = 0 AND WS-MOTIVO-REJ = SPACES THEN
                       STRING "CONTA FORA DO PLANO " WS-MAP-CRED
                           DELIMITED BY SIZE INTO WS-MOTIVO-REJ
                   END-IF
                   MOVE WS-MAP-DEB TO EV-DEBITO(IND-EV)
                   MOVE WS-MAP-CRED TO EV-CREDITO(IND-EV)
               END-IF
           END-PERFORM.
           IF WS-MOTIVO-REJ NOT = SPACES THEN
               ADD 1 TO WS-LOTE-REJEITADOS
               DISPLAY "REJEITADO " WS-DOC-REF " " WS-MOTIVO-REJ
               EXIT PARAGRAPH
           END-IF.

      * VALOR NEGATIVO (ANULACAO, REDUCAO) TROCA DEBITO E CREDITO
           ADD 1 TO WS-LAN-NUM.
           MOVE 0 TO WS-LAN-LINHA.
           PERFORM VARYING IND-EV FROM 1 BY 1 UNTIL IND-EV > WS-NUM-EV
               IF EV-VALOR(IND-EV) < 0 THEN
                   COMPUTE WS-VALOR-ABS = 0 - EV-VALOR(IND-EV)
                   MOVE EV-CREDITO(IND-EV) TO WS-MAP-DEB
                   MOVE EV-DEBITO(IND-EV) TO WS-MAP-CRED
               ELSE
                   MOVE EV-VALOR(IND-EV) TO WS-VALOR-ABS
                   MOVE EV-DEBITO(IND-EV) TO WS-MAP-DEB
                   MOVE EV-CREDITO(IND-EV) TO WS-MAP-CRED
               END-IF
               MOVE WS-MAP-DEB TO WS-CONTA-W
               MOVE "D" TO LAN-DC
               PERFORM GRAVAR-LINHA-DIARIO
               MOVE WS-MAP-CRED TO WS-CONTA-W
               MOVE "C" TO LAN-DC
               PERFORM GRAVAR-LINHA-DIARIO
               ADD WS-VALOR-ABS TO WS-LOTE-VALOR
           END-PERFORM.
           MOVE WS-NEGOCIO TO DOC-NEGOCIO.
           MOVE WS-DOC-REF TO DOC-REF.
           MOVE WS-LAN-NUM TO DOC-NUMERO.
           MOVE WS-DATA-HOJE TO DOC-DATA-REG.
           WRITE REG-DOC
               INVALID KEY CONTINUE
           END-WRITE.
           ADD 1 TO WS-LOTE-LANCADOS.

       GRAVAR-LINHA-DIARIO.
           ADD 1 TO WS-LAN-LINHA.
           MOVE WS-LAN-NUM TO LAN-NUMERO.
           MOVE WS-LAN-LINHA TO LAN-LINHA.
           MOVE WS-DOC-DATA TO LAN-DATA.
           MOVE WS-NEGOCIO TO LAN-NEGOCIO.
           MOVE WS-DOC-REF TO LAN-DOC.
           MOVE WS-CONTA-W TO LAN-CONTA.
           MOVE WS-VALOR-ABS TO LAN-VALOR.
           MOVE WS-DOC-DESC TO LAN-DESCRICAO.
           MOVE WS-OPERADOR-LOGADO TO LAN-OPERADOR.
           MOVE WS-DATA-HOJE TO LAN-DATA-REG.
           WRITE REG-LAN
               INVALID KEY CONTINUE
           END-WRITE.

       LOTE-MAC.
      * VENDAS E ANULACOES (LINHAS NEGATIVAS) POR FORMA DE PAGAMENTO
           OPEN INPUT FICVENDAS.
           MOVE "00" TO FS-VEN.
           PERFORM UNTIL FS-VEN NOT = "00"
               READ FICVENDAS
                   AT END MOVE "10" TO FS-VEN
                   NOT AT END
                       MOVE SPACES TO V-DATA V-ITENS V-TOTAL-X V-FORMA
                           V-OPERADOR V-PEDIDO V-DESC V-MARCA V-HORA
                       UNSTRING VEN-LINHA DELIMITED BY ","
                           INTO V-DATA V-ITENS V-TOTAL-X V-FORMA
                               V-OPERADOR V-PEDIDO V-DESC V-MARCA
                               V-HORA
                       END-UNSTRING
                       MOVE V-DATA TO WS-DATA-TXT
                       PERFORM DATA-TXT-PARA-NUM
                       IF WS-DOC-DATA >= WS-INICIO
                          AND WS-DOC-DATA <= WS-FIM THEN
                           PERFORM NOVO-DOCUMENTO
                           STRING "VD:" WS-DOC-DATA ":" V-PEDIDO ":"
                               V-HORA DELIMITED BY SIZE INTO WS-DOC-REF
                           STRING "VENDA " V-FORMA
                               DELIMITED BY SIZE INTO WS-DOC-DESC
                           MOVE SPACES TO WS-EVENTO-W
                           STRING "VENDA-" V-FORMA DELIMITED BY SPACE
                               INTO WS-EVENTO-W
                           MOVE "VENDA" TO WS-EVENTO-GEN
                           COMPUTE WS-SALDO-W =
                               FUNCTION NUMVAL(V-TOTAL-X)
                           PERFORM JUNTAR-EVENTO
                           PERFORM LANCAR-DOCUMENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICVENDAS.

       LOTE-PIZAHUT.
      * PEDIDOS EM CURSO E ARQUIVADOS, POR CANAL
           OPEN INPUT FICPEDIDOS.
           MOVE "00" TO FS-PED.
           PERFORM UNTIL FS-PED NOT = "00"
               READ FICPEDIDOS
                   AT END MOVE "10" TO FS-PED
                   NOT AT END
                       MOVE PED-LINHA TO PEDH-LINHA
                       PERFORM TRATAR-PEDIDO
               END-READ
           END-PERFORM.
           CLOSE FICPEDIDOS.
           OPEN INPUT FICPEDH.
           MOVE "00" TO FS-PEDH.
           PERFORM UNTIL FS-PEDH NOT = "00"
               READ FICPEDH
                   AT END MOVE "10" TO FS-PEDH
                   NOT AT END
                       PERFORM TRATAR-PEDIDO
               END-READ
           END-PERFORM.
           CLOSE FICPEDH.

       TRATAR-PEDIDO.
           MOVE SPACES TO P-DATA P-NUM P-CLIENTE P-CONTATO P-TIPO
               P-ITENS P-TOTAL-X P-CANAL.
           UNSTRING PEDH-LINHA DELIMITED BY ","
               INTO P-DATA P-NUM P-CLIENTE P-CONTATO
                   P-TIPO P-ITENS P-TOTAL-X
                   P-CAMPO P-CAMPO P-CAMPO P-CAMPO
                   P-CAMPO P-CAMPO P-CAMPO P-CAMPO
                   P-CAMPO P-CAMPO P-CAMPO P-CAMPO
                   P-CAMPO P-CANAL
           END-UNSTRING.
           MOVE P-DATA TO WS-DATA-TXT.
           PERFORM DATA-TXT-PARA-NUM.
           IF WS-DOC-DATA < WS-INICIO OR WS-DOC-DATA > WS-FIM THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM NOVO-DOCUMENTO.
           STRING "PD:" WS-DOC-DATA ":" P-NUM
               DELIMITED BY SIZE INTO WS-DOC-REF.
           STRING "PEDIDO " P-NUM " " P-CLIENTE
               DELIMITED BY SIZE INTO WS-DOC-DESC.
      * PEDIDOS SEM CANAL SAO ANTERIORES AO CANAL ONLINE: LOJA
           IF P-CANAL = "ONLINE" THEN
               MOVE "VENDA-ONLINE" TO WS-EVENTO-W
           ELSE
               MOVE "VENDA-LOJA" TO WS-EVENTO-W
           END-IF.
           MOVE "VENDA" TO WS-EVENTO-GEN.
           COMPUTE WS-SALDO-W = FUNCTION NUMVAL(P-TOTAL-X).
           PERFORM JUNTAR-EVENTO.
           PERFORM LANCAR-DOCUMENTO.

       LOTE-SABLIMPA.
      * FATURAS PELA DATA DE EMISSAO (BASE E IVA), NOTAS DE CREDITO
      * PELA DATA DA NOTA E RECIBOS PELA DATA DE PAGAMENTO, POR METODO
           OPEN INPUT FICSAB.
           MOVE "00" TO FS-SAB.
           PERFORM UNTIL FS-SAB NOT = "00"
               READ FICSAB NEXT RECORD
                   AT END MOVE "10" TO FS-SAB
                   NOT AT END
                       MOVE SPACES TO WS-DATA-TXT
                       STRING SAB-DIA "-" SAB-MES "-" SAB-ANO
                           DELIMITED BY SIZE INTO WS-DATA-TXT
                       PERFORM DATA-TXT-PARA-NUM
                       IF WS-DOC-DATA >= WS-INICIO
                          AND WS-DOC-DATA <= WS-FIM THEN
                           PERFORM TRATAR-FATURA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICSAB.
           OPEN INPUT FICNC.
           OPEN INPUT FICSAB.
           MOVE "00" TO FS-NC.
           PERFORM UNTIL FS-NC NOT = "00"
               READ FICNC NEXT RECORD
                   AT END MOVE "10" TO FS-NC
                   NOT AT END
                       MOVE SPACES TO WS-DATA-TXT
                       STRING NC-DIA "-" NC-MES "-" NC-ANO
                           DELIMITED BY SIZE INTO WS-DATA-TXT
                       PERFORM DATA-TXT-PARA-NUM
                       IF WS-DOC-DATA >= WS-INICIO
                          AND WS-DOC-DATA <= WS-FIM THEN
                           PERFORM TRATAR-NOTA-CREDITO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICSAB.
           CLOSE FICNC.
           OPEN INPUT FICREC.
           MOVE "00" TO FS-REC.
           PERFORM UNTIL FS-REC NOT = "00"
               READ FICREC NEXT RECORD
                   AT END MOVE "10" TO FS-REC
                   NOT AT END
                       MOVE SPACES TO WS-DATA-TXT
                       STRING REC-DIA "-" REC-MES "-" REC-ANO
                           DELIMITED BY SIZE INTO WS-DATA-TXT
                       PERFORM DATA-TXT-PARA-NUM
                       IF WS-DOC-DATA >= WS-INICIO
                          AND WS-DOC-DATA <= WS-FIM THEN
                           PERFORM TRATAR-RECIBO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICREC.

       TRATAR-FATURA.
           PERFORM NOVO-DOCUMENTO.
           STRING "FT:" NUMERO-FATURA DELIMITED BY SIZE
               INTO WS-DOC-REF.
           STRING "FATURA " NUMERO-FATURA " NIF " SAB-NIF
               DELIMITED BY SIZE INTO WS-DOC-DESC.
      * FATURAS ANTIGAS SEM BASE TRIBUTAVEL: VALOR TODO COMO VENDA
           MOVE "FATURA" TO WS-EVENTO-W WS-EVENTO-GEN.
           IF SAB-BASE > 0 THEN
               MOVE SAB-BASE TO WS-SALDO-W
           ELSE
               MOVE SAB-VALOR TO WS-SALDO-W
           END-IF.
           PERFORM JUNTAR-EVENTO.
           IF SAB-BASE > 0 THEN
               MOVE "IVA" TO WS-EVENTO-W WS-EVENTO-GEN
               MOVE SAB-IVA TO WS-SALDO-W
               PERFORM JUNTAR-EVENTO
           END-IF.
           PERFORM LANCAR-DOCUMENTO.

       TRATAR-NOTA-CREDITO.
      * ANULA VENDA E IVA DA FATURA: O VALOR DA NOTA INCLUI IVA A TAXA
      * DA FATURA DE ORIGEM; SEM TAXA CONHECIDA VAI TODO COMO VENDA
           PERFORM NOVO-DOCUMENTO.
           STRING "NC:" NC-NUMERO DELIMITED BY SIZE INTO WS-DOC-REF.
           STRING "NOTA DE CREDITO " NC-NUMERO " FATURA " NC-FATURA
               DELIMITED BY SIZE INTO WS-DOC-DESC.
           MOVE NC-FATURA TO NUMERO-FATURA.
           READ FICSAB
               INVALID KEY
                   MOVE 0 TO SAB-TAXA
           END-READ.
           IF SAB-TAXA > 0 THEN
               COMPUTE WS-NC-BASE ROUNDED =
                   NC-VALOR * 100 / (100 + SAB-TAXA)
           ELSE
               MOVE NC-VALOR TO WS-NC-BASE
           END-IF.
           MOVE "NOTA-CREDITO" TO WS-EVENTO-W.
           MOVE "FATURA" TO WS-EVENTO-GEN.
           COMPUTE WS-SALDO-W = 0 - WS-NC-BASE.
           PERFORM JUNTAR-EVENTO.
           MOVE "IVA" TO WS-EVENTO-W WS-EVENTO-GEN.
           COMPUTE WS-SALDO-W = WS-NC-BASE - NC-VALOR.
           PERFORM JUNTAR-EVENTO.
           PERFORM LANCAR-DOCUMENTO.

       TRATAR-RECIBO.
           PERFORM NOVO-DOCUMENTO.
           STRING "RC:" REC-NUMERO DELIMITED BY SIZE INTO WS-DOC-REF.
           STRING "RECIBO " REC-NUMERO " FATURA " REC-FATURA
               DELIMITED BY SIZE INTO WS-DOC-DESC.
           MOVE SPACES TO WS-EVENTO-W.
           STRING "RECIBO-" FUNCTION UPPER-CASE(REC-METODO)
               DELIMITED BY SIZE INTO WS-EVENTO-W.
           MOVE "RECIBO" TO WS-EVENTO-GEN.
           MOVE REC-VALOR TO WS-SALDO-W.
           PERFORM JUNTAR-EVENTO.
           PERFORM LANCAR-DOCUMENTO.

       LOTE-BANCO.
      * CADA MOVIMENTO DO ESPELHO INDEXADO, PELO CODIGO DE OPERACAO
           OPEN INPUT FICMVX.
           MOVE "00" TO FS-MVX.
           PERFORM UNTIL FS-MVX NOT = "00"
               READ FICMVX NEXT RECORD
                   AT END MOVE "10" TO FS-MVX
                   NOT AT END
                       IF MVX-DATA >= WS-INICIO
                          AND MVX-DATA <= WS-FIM THEN
                           PERFORM NOVO-DOCUMENTO
                           MOVE MVX-DATA TO WS-DOC-DATA
                           STRING "MV:" MVX-CONTA ":" MVX-DATA ":"
                               MVX-SEQ DELIMITED BY SIZE
                               INTO WS-DOC-REF
                           STRING "CONTA " MVX-CONTA " " MVX-REF
                               DELIMITED BY SIZE INTO WS-DOC-DESC
                           MOVE SPACES TO WS-EVENTO-W
                           STRING "MOV-" MVX-OP DELIMITED BY SPACE
                               INTO WS-EVENTO-W
                           MOVE "MOV" TO WS-EVENTO-GEN
                           MOVE MVX-MONTANTE TO WS-SALDO-W
                           PERFORM JUNTAR-EVENTO
                           PERFORM LANCAR-DOCUMENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICMVX.

       LOTE-SANCA.
      * A VALORIZACAO MENSAL ACERTA A CONTA DE INVENTARIO (CONTA A
      * DEBITO DO EVENTO STOCK) PARA O VALOR TOTAL DO RELATORIO
           MOVE 0 TO WS-DOC-DATA.
           MOVE 0 TO WS-STOCK-TOTAL.
           OPEN INPUT FICVAL.
           MOVE "00" TO FS-VAL.
           PERFORM UNTIL FS-VAL NOT = "00"
               READ FICVAL
                   AT END MOVE "10" TO FS-VAL
                   NOT AT END
                       IF LINHA-VAL(1:24) = "VALORIZACAO DE STOCK EM "
                          AND LINHA-VAL(25:8) IS NUMERIC THEN
                           MOVE LINHA-VAL(25:8) TO WS-DOC-DATA
                       END-IF
                       IF LINHA-VAL(1:22) = "VALOR TOTAL DO STOCK: "
                       THEN
                           COMPUTE WS-STOCK-TOTAL =
                               FUNCTION NUMVAL(LINHA-VAL(23:20))
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICVAL.
           IF WS-DOC-DATA < WS-INICIO OR WS-DOC-DATA > WS-FIM THEN
               DISPLAY "SEM VALORIZACAO DE STOCK NO PERIODO"
               EXIT PARAGRAPH
           END-IF.
           MOVE "STOCK" TO WS-EVENTO-W.
           PERFORM PROCURAR-MAPA.
           IF WS-MAP-DEB = SPACES THEN
               DISPLAY "EVENTO STOCK SEM MAPEAMENTO"
               ADD 1 TO WS-LOTE-REJEITADOS
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-STOCK-SALDO.
           MOVE LOW-VALUES TO LAN-CHAVE.
           START FICDIA KEY IS NOT LESS THAN LAN-CHAVE
               INVALID KEY MOVE "10" TO FS-DIA
           END-START.
           PERFORM UNTIL FS-DIA NOT = "00"
               READ FICDIA NEXT RECORD
                   AT END MOVE "10" TO FS-DIA
                   NOT AT END
                       IF LAN-CONTA = WS-MAP-DEB THEN
                           IF LAN-DC = "D" THEN
                               ADD LAN-VALOR TO WS-STOCK-SALDO
                           ELSE
                               SUBTRACT LAN-VALOR FROM WS-STOCK-SALDO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM NOVO-DOCUMENTO.
           STRING "VS:" WS-DOC-DATA DELIMITED BY SIZE INTO WS-DOC-REF.
           MOVE "VALORIZACAO DE STOCK" TO WS-DOC-DESC.
           MOVE "STOCK" TO WS-EVENTO-W WS-EVENTO-GEN.
           COMPUTE WS-SALDO-W = WS-STOCK-TOTAL - WS-STOCK-SALDO.
           PERFORM JUNTAR-EVENTO.
           PERFORM LANCAR-DOCUMENTO.

       LOTE-MOTA.
      * VENDA DE VIATURA (PRECO DE VENDA E CUSTO DE COMPRA) E
      * DESPESAS DE PREPARACAO, QUE FORMAM A MARGEM
           OPEN INPUT FICMOTA.
           MOVE "00" TO FS-MOT.
           PERFORM UNTIL FS-MOT NOT = "00"
               READ FICMOTA NEXT RECORD
                   AT END MOVE "10" TO FS-MOT
                   NOT AT END
                       IF ESTADO = "V" THEN
                           MOVE DATA-VENDA TO WS-DATA-TXT
                           PERFORM DATA-TXT-PARA-NUM
                           IF WS-DOC-DATA >= WS-INICIO
                              AND WS-DOC-DATA <= WS-FIM THEN
                               PERFORM TRATAR-VENDA-MOTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICMOTA.
           MOVE 0 TO WS-NUM-LINHA-FIC.
           OPEN INPUT FICDSP.
           MOVE "00" TO FS-DSP.
           PERFORM UNTIL FS-DSP NOT = "00"
               READ FICDSP
                   AT END MOVE "10" TO FS-DSP
                   NOT AT END
                       ADD 1 TO WS-NUM-LINHA-FIC
                       IF DSP-DATA >= WS-INICIO
                          AND DSP-DATA <= WS-FIM THEN
                           PERFORM NOVO-DOCUMENTO
                           MOVE DSP-DATA TO WS-DOC-DATA
                           STRING "DS:" WS-NUM-LINHA-FIC ":"
                               DSP-MATRICULA DELIMITED BY SIZE
                               INTO WS-DOC-REF
                           STRING DSP-MATRICULA " " DSP-DESC
                               DELIMITED BY SIZE INTO WS-DOC-DESC
                           MOVE SPACES TO WS-EVENTO-W
                           STRING "DESP-" DSP-CAT DELIMITED BY SPACE
                               INTO WS-EVENTO-W
                           MOVE "DESPESA" TO WS-EVENTO-GEN
                           MOVE DSP-VALOR TO WS-SALDO-W
                           PERFORM JUNTAR-EVENTO
                           PERFORM LANCAR-DOCUMENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICDSP.

       TRATAR-VENDA-MOTA.
           PERFORM NOVO-DOCUMENTO.
           STRING "VV:" MATRICULA ":" WS-DOC-DATA
               DELIMITED BY SIZE INTO WS-DOC-REF.
           STRING "VENDA " MATRICULA " " MARCA
               DELIMITED BY SIZE INTO WS-DOC-DESC.
           MOVE "VENDA" TO WS-EVENTO-W WS-EVENTO-GEN.
           MOVE PRECO-VENDA TO WS-SALDO-W.
           PERFORM JUNTAR-EVENTO.
           IF PRECO-COMPRA IS NUMERIC AND PRECO-COMPRA > 0 THEN
               MOVE "CUSTO" TO WS-EVENTO-W WS-EVENTO-GEN
               MOVE PRECO-COMPRA TO WS-SALDO-W
               PERFORM JUNTAR-EVENTO
           END-IF.
           PERFORM LANCAR-DOCUMENTO.

       SOMAR-PERIODO.
      * TOTAIS A DEBITO E A CREDITO DE CADA CONTA NO PERIODO
           OPEN INPUT FICDIA.
           MOVE "00" TO FS-DIA.
           PERFORM UNTIL FS-DIA NOT = "00"
               READ FICDIA NEXT RECORD
                   AT END MOVE "10" TO FS-DIA
                   NOT AT END
                       IF LAN-DATA >= WS-INICIO
                          AND LAN-DATA <= WS-FIM THEN
                           MOVE LAN-CONTA TO WS-CONTA-W
                           PERFORM POSICAO-CONTA
                           IF WS-POS-CT > 0 THEN
                               IF LAN-DC = "D" THEN
                                   ADD LAN-VALOR TO CT-DEB(WS-POS-CT)
                               ELSE
                                   ADD LAN-VALOR TO CT-CRED(WS-POS-CT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICDIA.

       BALANCETE.
           PERFORM PEDIR-PERIODO.
           IF WS-PERIODO-OK = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CARREGAR-PLANO.
           PERFORM SOMAR-PERIODO.
           MOVE SPACES TO WS-REL-NOME.
           STRING "BALANCETE_" WS-INICIO "_" WS-FIM ".TXT"
               DELIMITED BY SIZE INTO WS-REL-NOME.
           OPEN OUTPUT FICREL.
           MOVE SPACES TO LINHA-REL.
           STRING "BALANCETE DE " WS-INICIO " A " WS-FIM
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           DISPLAY LINHA-REL.
           MOVE "CONTA    DESCRICAO                      T"
               & "         DEBITO        CREDITO          SALDO"
               TO LINHA-REL.
           WRITE LINHA-REL.
           DISPLAY LINHA-REL.
           MOVE 0 TO WS-TOT-DEB WS-TOT-CRED.
           PERFORM VARYING IND-CT FROM 1 BY 1 UNTIL IND-CT > WS-NUM-CT
               IF CT-DEB(IND-CT) > 0 OR CT-CRED(IND-CT) > 0 THEN
                   ADD CT-DEB(IND-CT) TO WS-TOT-DEB
                   ADD CT-CRED(IND-CT) TO WS-TOT-CRED
                   COMPUTE WS-SALDO-W = CT-DEB(IND-CT)
                       - CT-CRED(IND-CT)
                   MOVE CT-DEB(IND-CT) TO WS-DEB-ED
                   MOVE CT-CRED(IND-CT) TO WS-CRED-ED
                   MOVE WS-SALDO-W TO WS-SALDO-ED
                   MOVE SPACES TO LINHA-REL
                   STRING CT-CONTA(IND-CT) " " CT-DESC(IND-CT) " "
                       CT-TIPO(IND-CT) " " WS-DEB-ED " " WS-CRED-ED
                       " " WS-SALDO-ED
                       DELIMITED BY SIZE INTO LINHA-REL
                   WRITE LINHA-REL
                   DISPLAY LINHA-REL
               END-IF
           END-PERFORM.
           MOVE WS-TOT-DEB TO WS-DEB-ED.
           MOVE WS-TOT-CRED TO WS-CRED-ED.
           MOVE SPACES TO LINHA-REL.
           STRING "TOTAIS                                   "
               WS-DEB-ED " " WS-CRED-ED
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           DISPLAY LINHA-REL.
           IF WS-TOT-DEB = WS-TOT-CRED THEN
               MOVE "BALANCETE EQUILIBRADO" TO LINHA-REL
           ELSE
               MOVE "ATENCAO: DEBITOS E CREDITOS NAO BATEM"
                   TO LINHA-REL
           END-IF.
           WRITE LINHA-REL.
           DISPLAY LINHA-REL.
           CLOSE FICREL.
           DISPLAY "BALANCETE GRAVADO EM " WS-REL-NOME.

       EXTRATO-CONTA.
      * MOVIMENTOS DE UMA CONTA NO PERIODO COM SALDO ACUMULADO
           DISPLAY "CONTA:" NO ADVANCING.
           ACCEPT WS-CAMPO.
           MOVE WS-CAMPO(1:8) TO WS-CONTA-W.
           PERFORM CARREGAR-PLANO.
           PERFORM POSICAO-CONTA.
           IF WS-POS-CT = 0 THEN
               DISPLAY "CONTA INEXISTENTE NO PLANO"
               EXIT PARAGRAPH
           END-IF.
           PERFORM PEDIR-PERIODO.
           IF WS-PERIODO-OK = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-SALDO-ANT.
           OPEN INPUT FICDIA.
           MOVE "00" TO FS-DIA.
           PERFORM UNTIL FS-DIA NOT = "00"
               READ FICDIA NEXT RECORD
                   AT END MOVE "10" TO FS-DIA
                   NOT AT END
                       IF LAN-CONTA = WS-CONTA-W
                          AND LAN-DATA < WS-INICIO THEN
                           IF LAN-DC = "D" THEN
                               ADD LAN-VALOR TO WS-SALDO-ANT
                           ELSE
                               SUBTRACT LAN-VALOR FROM WS-SALDO-ANT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICDIA.
           MOVE SPACES TO WS-REL-NOME.
           STRING "EXTRATO_" WS-CONTA-W DELIMITED BY SPACE
               "_" WS-INICIO "_" WS-FIM ".TXT"
               DELIMITED BY SIZE INTO WS-REL-NOME.
           OPEN OUTPUT FICREL.
           MOVE SPACES TO LINHA-REL.
           STRING "EXTRATO DA CONTA " WS-CONTA-W " "
               CT-DESC(WS-POS-CT) " DE " WS-INICIO " A " WS-FIM
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           DISPLAY LINHA-REL.
           MOVE WS-SALDO-ANT TO WS-SALDO-ED.
           MOVE SPACES TO LINHA-REL.
           STRING "SALDO ANTERIOR " WS-SALDO-ED
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           DISPLAY LINHA-REL.
           MOVE "DATA     LANCAM. NEGOCIO    DOCUMENTO"
               & "                             DEBITO       CREDITO"
               & "          SALDO" TO LINHA-REL.
           WRITE LINHA-REL.
           DISPLAY LINHA-REL.
           MOVE WS-SALDO-ANT TO WS-SALDO-W.
           MOVE 0 TO WS-TOT-DEB WS-TOT-CRED.
           OPEN INPUT FICDIA.
           MOVE "00" TO FS-DIA.
           PERFORM UNTIL FS-DIA NOT = "00"
               READ FICDIA NEXT RECORD
                   AT END MOVE "10" TO FS-DIA
                   NOT AT END
                       IF LAN-CONTA = WS-CONTA-W
                          AND LAN-DATA >= WS-INICIO
                          AND LAN-DATA <= WS-FIM THEN
                           PERFORM ESCREVER-LINHA-EXTRATO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICDIA.
           MOVE WS-TOT-DEB TO WS-DEB-ED.
           MOVE WS-TOT-CRED TO WS-CRED-ED.
           MOVE WS-SALDO-W TO WS-SALDO-ED.
           MOVE SPACES TO LINHA-REL.
           STRING "TOTAIS DO PERIODO " WS-DEB-ED " " WS-CRED-ED
               "  SALDO FINAL " WS-SALDO-ED
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           DISPLAY LINHA-REL.
           CLOSE FICREL.
           DISPLAY "EXTRATO GRAVADO EM " WS-REL-NOME.

       ESCREVER-LINHA-EXTRATO.
           MOVE 0 TO WS-DEB-ED WS-CRED-ED.
           IF LAN-DC = "D" THEN
               ADD LAN-VALOR TO WS-SALDO-W WS-TOT-DEB
               MOVE LAN-VALOR TO WS-DEB-ED
           ELSE
               SUBTRACT LAN-VALOR FROM WS-SALDO-W
               ADD LAN-VALOR TO WS-TOT-CRED
               MOVE LAN-VALOR TO WS-CRED-ED
           END-IF.
           MOVE WS-SALDO-W TO WS-SALDO-ED.
           MOVE SPACES TO LINHA-REL.
           STRING LAN-DATA " " LAN-NUMERO " " LAN-NEGOCIO " " LAN-DOC
               " " WS-DEB-ED " " WS-CRED-ED " " WS-SALDO-ED
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           DISPLAY LINHA-REL.

       RESULTADOS-NEGOCIO.
      * RENDIMENTOS MENOS GASTOS DE CADA NEGOCIO NO PERIODO
           PERFORM PEDIR-PERIODO.
           IF WS-PERIODO-OK = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CARREGAR-PLANO.
           MOVE 0 TO WS-NUM-RN WS-NUM-NG.
           OPEN INPUT FICDIA.
           MOVE "00" TO FS-DIA.
           PERFORM UNTIL FS-DIA NOT = "00"
               READ FICDIA NEXT RECORD
                   AT END MOVE "10" TO FS-DIA
                   NOT AT END
                       IF LAN-DATA >= WS-INICIO
                          AND LAN-DATA <= WS-FIM THEN
                           MOVE LAN-CONTA TO WS-CONTA-W
                           PERFORM POSICAO-CONTA
                           IF WS-POS-CT > 0 THEN
                               IF CT-TIPO(WS-POS-CT) = "R"
                                  OR CT-TIPO(WS-POS-CT) = "G" THEN
                                   PERFORM ACUMULAR-RESULTADO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICDIA.
           MOVE SPACES TO WS-REL-NOME.
           STRING "RESULTADOS_" WS-INICIO "_" WS-FIM ".TXT"
               DELIMITED BY SIZE INTO WS-REL-NOME.
           OPEN OUTPUT FICREL.
           MOVE SPACES TO LINHA-REL.
           STRING "RESULTADOS POR NEGOCIO DE " WS-INICIO " A " WS-FIM
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           DISPLAY LINHA-REL.
           PERFORM VARYING IND-NG FROM 1 BY 1 UNTIL IND-NG > WS-NUM-NG
               PERFORM ESCREVER-RESULTADO-NEGOCIO
           END-PERFORM.
           CLOSE FICREL.
           DISPLAY "RESULTADOS GRAVADOS EM " WS-REL-NOME.

       ACUMULAR-RESULTADO.
      * RENDIMENTO A CREDITO E GASTO A DEBITO CONTAM POSITIVOS
           MOVE 0 TO WS-POS-NG.
           PERFORM VARYING IND-NG FROM 1 BY 1
               UNTIL IND-NG > WS-NUM-NG OR WS-POS-NG > 0
               IF NG-NOME(IND-NG) = LAN-NEGOCIO THEN
                   MOVE IND-NG TO WS-POS-NG
               END-IF
           END-PERFORM.
           IF WS-POS-NG = 0 AND WS-NUM-NG < 20 THEN
               ADD 1 TO WS-NUM-NG
               MOVE LAN-NEGOCIO TO NG-NOME(WS-NUM-NG)
           END-IF.
           MOVE 0 TO WS-POS-RN.
           PERFORM VARYING IND-RN FROM 1 BY 1
               UNTIL IND-RN > WS-NUM-RN OR WS-POS-RN > 0
               IF RN-NEGOCIO(IND-RN) = LAN-NEGOCIO
                  AND RN-CONTA(IND-RN) = LAN-CONTA THEN
                   MOVE IND-RN TO WS-POS-RN
               END-IF
           END-PERFORM.
           IF WS-POS-RN = 0 THEN
               IF WS-NUM-RN >= 500 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NUM-RN
               MOVE WS-NUM-RN TO WS-POS-RN
               MOVE LAN-NEGOCIO TO RN-NEGOCIO(WS-POS-RN)
               MOVE LAN-CONTA TO RN-CONTA(WS-POS-RN)
               MOVE CT-TIPO(WS-POS-CT) TO RN-TIPO(WS-POS-RN)
               MOVE 0 TO RN-VALOR(WS-POS-RN)
           END-IF.
           IF (LAN-DC = "C" AND RN-TIPO(WS-POS-RN) = "R")
              OR (LAN-DC = "D" AND RN-TIPO(WS-POS-RN) = "G") THEN
               ADD LAN-VALOR TO RN-VALOR(WS-POS-RN)
           ELSE
               SUBTRACT LAN-VALOR FROM RN-VALOR(WS-POS-RN)
           END-IF.

       ESCREVER-RESULTADO-NEGOCIO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "NEGOCIO " NG-NOME(IND-NG)
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           DISPLAY LINHA-REL.
           MOVE 0 TO WS-TOT-REND WS-TOT-GASTO.
           PERFORM VARYING IND-RN FROM 1 BY 1 UNTIL IND-RN > WS-NUM-RN
               IF RN-NEGOCIO(IND-RN) = NG-NOME(IND-NG) THEN
                   MOVE RN-CONTA(IND-RN) TO WS-CONTA-W
                   PERFORM POSICAO-CONTA
                   MOVE RN-VALOR(IND-RN) TO WS-SALDO-ED
                   MOVE SPACES TO LINHA-REL
                   IF RN-TIPO(IND-RN) = "R" THEN
                       ADD RN-VALOR(IND-RN) TO WS-TOT-REND
                       STRING "  RENDIMENTO " RN-CONTA(IND-RN) " "
                           CT-DESC(WS-POS-CT) " " WS-SALDO-ED
                           DELIMITED BY SIZE INTO LINHA-REL
                   ELSE
                       ADD RN-VALOR(IND-RN) TO WS-TOT-GASTO
                       STRING "  GASTO      " RN-CONTA(IND-RN) " "
                           CT-DESC(WS-POS-CT) " " WS-SALDO-ED
                           DELIMITED BY SIZE INTO LINHA-REL
                   END-IF
                   WRITE LINHA-REL
                   DISPLAY LINHA-REL
               END-IF
           END-PERFORM.
           MOVE WS-TOT-REND TO WS-SALDO-ED.
           MOVE SPACES TO LINHA-REL.
           STRING "  TOTAL RENDIMENTOS                            "
               WS-SALDO-ED DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           DISPLAY LINHA-REL.
           MOVE WS-TOT-GASTO TO WS-SALDO-ED.
           MOVE SPACES TO LINHA-REL.
           STRING "  TOTAL GASTOS                                 "
               WS-SALDO-ED DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           DISPLAY LINHA-REL.
           COMPUTE WS-SALDO-W = WS-TOT-REND - WS-TOT-GASTO.
           MOVE WS-SALDO-W TO WS-SALDO-ED.
           MOVE SPACES TO LINHA-REL.
           STRING "  RESULTADO                                    "
               WS-SALDO-ED DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           DISPLAY LINHA-REL.

       GESTAO-PERIODOS.
      * FECHO E REABERTURA DE MESES POR NEGOCIO EM PERIODOS.DAT; OS
      * PROGRAMAS DE CADA NEGOCIO E OS LOTES RECUSAM DATAS DE UM MES
      * FECHADO
           IF WS-PERFIL-LOGADO NOT = "S" THEN
               DISPLAY "OPCAO RESERVADA A SUPERVISORES"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "(F)ECHAR (A)BRIR (L)ISTAR (V)ERIFICAR PENDENTES:"
               NO ADVANCING.
           ACCEPT WS-CAMPO.
           MOVE FUNCTION UPPER-CASE(WS-CAMPO(1:1)) TO WS-PER-ACAO.
           EVALUATE WS-PER-ACAO
               WHEN "F"
                   PERFORM FECHAR-PERIODO
               WHEN "A"
                   PERFORM REABRIR-PERIODO
               WHEN "L"
                   PERFORM LISTAR-PERIODOS
               WHEN "V"
                   PERFORM PEDIR-NEGOCIO-MES
                   IF WS-PERIODO-OK = 1 THEN
                       PERFORM LISTA-PENDENTES
                   END-IF
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       PEDIR-NEGOCIO-MES.
           MOVE 0 TO WS-PERIODO-OK.
           DISPLAY "NEGOCIO (MAC/PIZAHUT/SABLIMPA/BANCO/SANCA/MOTA):"
               NO ADVANCING.
           ACCEPT WS-CAMPO.
           MOVE FUNCTION UPPER-CASE(WS-CAMPO) TO WS-NEGOCIO.
           IF NOT NEGOCIO-VALIDO THEN
               DISPLAY "NEGOCIO DESCONHECIDO"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "MES (AAAAMM):" NO ADVANCING.
           ACCEPT WS-CAMPO.
           IF WS-CAMPO(1:6) IS NOT NUMERIC
              OR WS-CAMPO(7:1) NOT = SPACE
              OR WS-CAMPO(5:2) < "01" OR WS-CAMPO(5:2) > "12" THEN
               DISPLAY "MES INVALIDO"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CAMPO(1:6) TO WS-PER-ANOMES.
           COMPUTE WS-INICIO = WS-PER-ANOMES * 100 + 1.
           COMPUTE WS-FIM = WS-PER-ANOMES * 100 + 31.
           MOVE 1 TO WS-PERIODO-OK.

       LER-PERIODO.
           MOVE WS-NEGOCIO TO PER-NEGOCIO.
           MOVE WS-PER-ANOMES TO PER-ANOMES.
           MOVE 1 TO WS-PER-EXISTE.
           READ FICPER
               INVALID KEY
                   MOVE 0 TO WS-PER-EXISTE
           END-READ.
           IF FS-PER NOT = "00" THEN
               MOVE 0 TO WS-PER-EXISTE
           END-IF.

       FECHAR-PERIODO.
           PERFORM PEDIR-NEGOCIO-MES.
           IF WS-PERIODO-OK = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FICPER.
           PERFORM LER-PERIODO.
           CLOSE FICPER.
           IF WS-PER-EXISTE = 1 AND PER-ESTADO = "F" THEN
               DISPLAY "PERIODO JA FECHADO"
               EXIT PARAGRAPH
           END-IF.
      * A LISTA DE PENDENTES E SEMPRE EMITIDA ANTES DO FECHO
           PERFORM LISTA-PENDENTES.
           IF WS-CHK-TOTAL > 0 THEN
               DISPLAY "EXISTEM " WS-CHK-TOTAL
                   " PENDENTES. FECHAR MESMO ASSIM (S/N)?"
                   NO ADVANCING
               ACCEPT WS-CAMPO
               IF FUNCTION UPPER-CASE(WS-CAMPO(1:1)) NOT = "S" THEN
                   DISPLAY "FECHO CANCELADO"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           OPEN I-O FICPER.
           PERFORM LER-PERIODO.
           IF WS-PER-EXISTE = 0 THEN
               MOVE WS-NEGOCIO TO PER-NEGOCIO
               MOVE WS-PER-ANOMES TO PER-ANOMES
               MOVE 0 TO PER-DATA-REAB PER-OPER-REAB
           END-IF.
           MOVE "F" TO PER-ESTADO.
           MOVE WS-DATA-HOJE TO PER-DATA-FECHO.
           MOVE WS-OPERADOR-LOGADO TO PER-OPER-FECHO.
           IF WS-PER-EXISTE = 1 THEN
               REWRITE REG-PER
           ELSE
               WRITE REG-PER
           END-IF.
           CLOSE FICPER.
           MOVE "FECHAR PERIODO" TO WS-AUD-ACAO.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING WS-NEGOCIO " PENDENTES " WS-CHK-TOTAL
               DELIMITED BY SIZE INTO WS-AUD-DETALHE.
           PERFORM REGISTAR-AUDITORIA-PERIODO.
           DISPLAY "PERIODO " WS-NEGOCIO " " WS-PER-ANOMES " FECHADO".

       REABRIR-PERIODO.
           PERFORM PEDIR-NEGOCIO-MES.
           IF WS-PERIODO-OK = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O FICPER.
           PERFORM LER-PERIODO.
           IF WS-PER-EXISTE = 0 OR PER-ESTADO NOT = "F" THEN
               DISPLAY "PERIODO NAO ESTA FECHADO"
               CLOSE FICPER
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "MOTIVO DA REABERTURA:" NO ADVANCING.
           ACCEPT WS-AUD-MOTIVO.
           IF WS-AUD-MOTIVO = SPACES THEN
               DISPLAY "MOTIVO OBRIGATORIO"
               CLOSE FICPER
               EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO PER-ESTADO.
           MOVE WS-DATA-HOJE TO PER-DATA-REAB.
           MOVE WS-OPERADOR-LOGADO TO PER-OPER-REAB.
           REWRITE REG-PER.
           CLOSE FICPER.
           MOVE "REABRIR PERIODO" TO WS-AUD-ACAO.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING WS-NEGOCIO " " WS-AUD-MOTIVO
               DELIMITED BY SIZE INTO WS-AUD-DETALHE.
           PERFORM REGISTAR-AUDITORIA-PERIODO.
           DISPLAY "PERIODO " WS-NEGOCIO " " WS-PER-ANOMES " REABERTO".

       LISTAR-PERIODOS.
           OPEN INPUT FICPER.
           IF FS-PER NOT = "00" THEN
               DISPLAY "SEM PERIODOS REGISTADOS"
               CLOSE FICPER
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "NEGOCIO    MES    E FECHO    OPR REABERTO OPR".
           MOVE "00" TO FS-PER.
           PERFORM UNTIL FS-PER NOT = "00"
               READ FICPER NEXT
                   AT END
                       MOVE "10" TO FS-PER
                   NOT AT END
                       DISPLAY PER-NEGOCIO " " PER-ANOMES " "
                           PER-ESTADO " " PER-DATA-FECHO " "
                           PER-OPER-FECHO " " PER-DATA-REAB " "
                           PER-OPER-REAB
               END-READ
           END-PERFORM.
           CLOSE FICPER.

       REGISTAR-AUDITORIA-PERIODO.
           ACCEPT WS-HORA-SIS FROM TIME.
           MOVE SPACES TO REG-AUD.
           STRING WRK-DIA "-" WRK-MES "-" WRK-ANO
               DELIMITED BY SIZE INTO AUD-DATA.
           STRING WS-HORA-HH ":" WS-HORA-MM ":" WS-HORA-SS
               DELIMITED BY SIZE INTO AUD-HORA.
           MOVE WS-OPERADOR-LOGADO TO AUD-FUNC.
           MOVE WS-AUD-ACAO TO AUD-ACAO.
           MOVE "PERIODO" TO AUD-ENTIDADE.
           MOVE WS-PER-ANOMES TO AUD-CHAVE.
           MOVE WS-AUD-DETALHE TO AUD-DETALHE.
           OPEN EXTEND FICAUD.
           WRITE REG-AUD.
           CLOSE FICAUD.

       LISTA-PENDENTES.
      * O QUE FALTA TRATAR NO MES ANTES DO FECHO: DOCUMENTOS AINDA
      * NAO LANCADOS NO DIARIO E PENDENTES PROPRIOS DE CADA NEGOCIO
           MOVE 0 TO WS-CHK-TOTAL.
           MOVE SPACES TO WS-REL-NOME.
           STRING "CHECKLIST_" WS-NEGOCIO DELIMITED BY SPACE
               "_" WS-PER-ANOMES ".TXT" DELIMITED BY SIZE
               INTO WS-REL-NOME.
           OPEN OUTPUT FICREL.
           MOVE SPACES TO LINHA-REL.
           STRING "PENDENTES ANTES DO FECHO - " WS-NEGOCIO " "
               WS-PER-ANOMES DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "EMITIDA EM " WS-DATA-HOJE " PELO OPERADOR "
               WS-OPERADOR-LOGADO DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM CARREGAR-PLANO.
           PERFORM CARREGAR-MAPA.
           MOVE 1 TO WS-MODO-VERIFICAR.
           OPEN INPUT FICDIA.
           OPEN INPUT FICDOC.
           EVALUATE WS-NEGOCIO
               WHEN "MAC"
                   PERFORM LOTE-MAC
               WHEN "PIZAHUT"
                   PERFORM LOTE-PIZAHUT
               WHEN "SABLIMPA"
                   PERFORM LOTE-SABLIMPA
               WHEN "BANCO"
                   PERFORM LOTE-BANCO
               WHEN "SANCA"
                   PERFORM LOTE-SANCA
               WHEN "MOTA"
                   PERFORM LOTE-MOTA
           END-EVALUATE.
           CLOSE FICDOC.
           CLOSE FICDIA.
           MOVE 0 TO WS-MODO-VERIFICAR.
           EVALUATE WS-NEGOCIO
               WHEN "MAC"
                   PERFORM PENDENTES-GAVETAS-MAC
               WHEN "PIZAHUT"
                   PERFORM PENDENTES-ACERTOS-PIZAHUT
               WHEN "SABLIMPA"
                   PERFORM PENDENTES-CONTRATOS-SAB
                   PERFORM PENDENTES-GUIAS-SAB
                   PERFORM PENDENTES-CREDITOS-SAB
               WHEN "BANCO"
                   PERFORM PENDENTES-JUROS-BANCO
                   PERFORM PENDENTES-CHEQUES-BANCO
               WHEN "SANCA"
                   PERFORM PENDENTES-ENCOMENDAS-SANCA
                   PERFORM PENDENTES-FATURAS-SANCA
               WHEN "MOTA"
                   PERFORM PENDENTES-OFICINA-MOTA
                   PERFORM PENDENTES-RESERVAS-MOTA
           END-EVALUATE.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "TOTAL DE PENDENTES: " WS-CHK-TOTAL
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           CLOSE FICREL.
           DISPLAY "PENDENTES: " WS-CHK-TOTAL " - LISTA EM "
               WS-REL-NOME.

       ESCREVER-PENDENTE.
           MOVE WS-CHK-LINHA TO LINHA-REL.
           WRITE LINHA-REL.
           DISPLAY WS-CHK-LINHA(1:79).
           ADD 1 TO WS-CHK-TOTAL.

       PENDENTES-GAVETAS-MAC.
      * GAVETA ABERTA ATE AO FIM DO MES SEM O FECHO CORRESPONDENTE
           MOVE ZEROS TO WS-TAB-GAVETAS.
           OPEN INPUT FICGAV.
           IF FS-GAV = "00" THEN
               PERFORM UNTIL FS-GAV NOT = "00"
                   READ FICGAV
                       AT END
                           MOVE "10" TO FS-GAV
                       NOT AT END
                           PERFORM TRATAR-LINHA-GAVETA
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICGAV.
           PERFORM VARYING IND-GV FROM 1 BY 1 UNTIL IND-GV > 999
               IF GV-DATA-ABR(IND-GV) > 0 THEN
                   MOVE IND-GV TO WS-GAV-OPER
                   MOVE SPACES TO WS-CHK-LINHA
                   STRING "GAVETA DO OPERADOR " WS-GAV-OPER
                       " ABERTA DESDE " GV-DATA-ABR(IND-GV)
                       " SEM FECHO" DELIMITED BY SIZE
                       INTO WS-CHK-LINHA
                   PERFORM ESCREVER-PENDENTE
               END-IF
           END-PERFORM.

       TRATAR-LINHA-GAVETA.
           MOVE SPACES TO WS-GAV-DATA-X WS-GAV-HORA-X WS-GAV-OPER-X
               WS-GAV-TIPO-X.
           UNSTRING LINHA-GAV DELIMITED BY ";"
               INTO WS-GAV-DATA-X WS-GAV-HORA-X WS-GAV-OPER-X
                   WS-GAV-TIPO-X.
           IF WS-GAV-DATA-X IS NOT NUMERIC
              OR WS-GAV-OPER-X IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-GAV-DATA-X TO WS-GAV-DATA.
           MOVE WS-GAV-OPER-X TO WS-GAV-OPER.
           IF WS-GAV-DATA > WS-FIM OR WS-GAV-OPER = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-GAV-TIPO-X
               WHEN "A"
                   MOVE WS-GAV-DATA TO GV-DATA-ABR(WS-GAV-OPER)
               WHEN "F"
                   MOVE 0 TO GV-DATA-ABR(WS-GAV-OPER)
           END-EVALUATE.

       PENDENTES-ACERTOS-PIZAHUT.
      * ENTREGAS DO MES AINDA SEM ACERTO DE CONTAS DO MOTORISTA
           OPEN INPUT FICPEDIDOS.
           IF FS-PED = "00" THEN
               PERFORM UNTIL FS-PED NOT = "00"
                   READ FICPEDIDOS
                       AT END
                           MOVE "10" TO FS-PED
                       NOT AT END
                           PERFORM TRATAR-PEDIDO-ACERTO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICPEDIDOS.

       TRATAR-PEDIDO-ACERTO.
           MOVE SPACES TO P-DATA P-NUM P-ESTADO P-MOTORISTA P-ZONA
               P-PAGAMENTO P-ACERTO.
           UNSTRING PED-LINHA DELIMITED BY ","
               INTO P-DATA P-NUM P-CAMPO P-CAMPO
                   P-CAMPO P-CAMPO P-CAMPO P-CAMPO
                   P-ESTADO P-MOTORISTA P-CAMPO P-CAMPO
                   P-ZONA P-CAMPO P-CAMPO P-CAMPO
                   P-CAMPO P-CAMPO P-PAGAMENTO P-ACERTO.
           MOVE P-DATA TO WS-DATA-TXT.
           PERFORM DATA-TXT-PARA-NUM.
           IF WS-DOC-DATA < WS-INICIO OR WS-DOC-DATA > WS-FIM THEN
               EXIT PARAGRAPH
           END-IF.
           IF P-PAGAMENTO = "N" AND P-ACERTO = SPACE
              AND P-ZONA NOT = SPACES AND P-ZONA NOT = "00"
              AND (P-ESTADO = "EM-ENTREGA" OR P-ESTADO = "ENTREGUE")
              THEN
               MOVE SPACES TO WS-CHK-LINHA
               STRING "PEDIDO " P-NUM " DE " P-DATA " MOTORISTA "
                   P-MOTORISTA " SEM ACERTO DE CONTAS"
                   DELIMITED BY SIZE INTO WS-CHK-LINHA
               PERFORM ESCREVER-PENDENTE
           END-IF.

       PENDENTES-CONTRATOS-SAB.
      * CONTRATOS EM VIGOR NO MES SEM FATURA NO REGISTO FATGER.TXT
           MOVE 0 TO WS-NUM-CF.
           OPEN INPUT FICFTG.
           IF FS-FTG = "00" THEN
               PERFORM UNTIL FS-FTG NOT = "00"
                   READ FICFTG
                       AT END
                           MOVE "10" TO FS-FTG
                       NOT AT END
                           IF LINHA-FTG(1:6) = WS-PER-ANOMES
                              AND WS-NUM-CF < 500 THEN
                               ADD 1 TO WS-NUM-CF
                               MOVE LINHA-FTG(30:5)
                                   TO CF-CONTRATO(WS-NUM-CF)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICFTG.
           OPEN INPUT FICCT.
           IF FS-CT = "00" THEN
               PERFORM UNTIL FS-CT NOT = "00"
                   READ FICCT NEXT
                       AT END
                           MOVE "10" TO FS-CT
                       NOT AT END
                           IF CTR-DE <= WS-PER-ANOMES
                              AND CTR-ATE >= WS-PER-ANOMES THEN
                               PERFORM VERIFICAR-CONTRATO-FATURADO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICCT.

       VERIFICAR-CONTRATO-FATURADO.
           MOVE 0 TO WS-CF-ACHOU.
           PERFORM VARYING IND-CF FROM 1 BY 1
               UNTIL IND-CF > WS-NUM-CF OR WS-CF-ACHOU = 1
               IF CF-CONTRATO(IND-CF) = CTR-NUMERO THEN
                   MOVE 1 TO WS-CF-ACHOU
               END-IF
           END-PERFORM.
           IF WS-CF-ACHOU = 0 THEN
               MOVE SPACES TO WS-CHK-LINHA
               STRING "CONTRATO " CTR-NUMERO " NIF " CTR-NIF
                   " EM VIGOR SEM FATURA NO MES"
                   DELIMITED BY SIZE INTO WS-CHK-LINHA
               PERFORM ESCREVER-PENDENTE
           END-IF.

       PENDENTES-GUIAS-SAB.
      * GUIAS DE RECOLHA DO MES AINDA POR FATURAR
           OPEN INPUT FICGR.
           IF FS-GR = "00" THEN
               PERFORM UNTIL FS-GR NOT = "00"
                   READ FICGR NEXT
                       AT END
                           MOVE "10" TO FS-GR
                       NOT AT END
                           IF GR-ESTADO = "A"
                              AND GR-DATA-CARGA >= WS-INICIO
                              AND GR-DATA-CARGA <= WS-FIM THEN
                               MOVE SPACES TO WS-CHK-LINHA
                               STRING "GUIA " GR-NUMERO " NIF "
                                   GR-NIF " DE " GR-DATA-CARGA
                                   " POR FATURAR"
                                   DELIMITED BY SIZE
                                   INTO WS-CHK-LINHA
                               PERFORM ESCREVER-PENDENTE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICGR.

       PENDENTES-CREDITOS-SAB.
      * CREDITOS BANCARIOS DO MES AINDA SEM FATURA AFETADA
           OPEN INPUT FICPND.
           IF FS-PND = "00" THEN
               PERFORM UNTIL FS-PND NOT = "00"
                   READ FICPND NEXT
                       AT END
                           MOVE "10" TO FS-PND
                       NOT AT END
                           IF PND-ESTADO = "P"
                              AND PND-DATA >= WS-INICIO
                              AND PND-DATA <= WS-FIM THEN
                               MOVE PND-SALDO TO WS-DEB-ED
                               MOVE SPACES TO WS-CHK-LINHA
                               STRING "CREDITO " PND-REF " CONTA "
                                   PND-CONTA " DE " PND-DATA
                                   " EM SUSPENSO " WS-DEB-ED
                                   DELIMITED BY SIZE
                                   INTO WS-CHK-LINHA
                               PERFORM ESCREVER-PENDENTE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICPND.

       PENDENTES-JUROS-BANCO.
      * O FECHO MENSAL DE JUROS DO MES TEM DE ESTAR EM FECHOMES.TXT
           MOVE 0 TO WS-FME-ACHOU.
           OPEN INPUT FICFME.
           IF FS-FME = "00" THEN
               PERFORM UNTIL FS-FME NOT = "00"
                   READ FICFME
                       AT END
                           MOVE "10" TO FS-FME
                       NOT AT END
                           IF LINHA-FME(1:6) = WS-PER-ANOMES THEN
                               MOVE 1 TO WS-FME-ACHOU
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICFME.
           IF WS-FME-ACHOU = 0 THEN
               MOVE "FECHO MENSAL DE JUROS DO MES NAO PROCESSADO"
                   TO WS-CHK-LINHA
               PERFORM ESCREVER-PENDENTE
           END-IF.

       PENDENTES-CHEQUES-BANCO.
      * CHEQUES APRESENTADOS QUE AINDA NAO PASSARAM NA COMPENSACAO
           OPEN INPUT FICCHQ.
           OPEN INPUT FICAPR.
           IF FS-APR = "00" THEN
               PERFORM UNTIL FS-APR NOT = "00"
                   READ FICAPR
                       AT END
                           MOVE "10" TO FS-APR
                       NOT AT END
                           PERFORM TRATAR-CHEQUE-APRESENTADO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICAPR.
           CLOSE FICCHQ.

       TRATAR-CHEQUE-APRESENTADO.
           MOVE SPACES TO WS-CHQ-F1 WS-CHQ-F2.
           UNSTRING LINHA-APR DELIMITED BY ";"
               INTO WS-CHQ-F1 WS-CHQ-F2.
           IF WS-CHQ-F1 = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-CHQ-F1) TO CHQ-NUMERO.
           READ FICCHQ
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF FS-CHQ NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           IF CHQ-ESTADO = "E" THEN
               MOVE SPACES TO WS-CHK-LINHA
               STRING "CHEQUE " CHQ-NUMERO " CONTA " CHQ-CONTA
                   " APRESENTADO POR COMPENSAR"
                   DELIMITED BY SIZE INTO WS-CHK-LINHA
               PERFORM ESCREVER-PENDENTE
           END-IF.

       PENDENTES-ENCOMENDAS-SANCA.
      * ENCOMENDAS A FORNECEDORES DO MES AINDA NAO RECEBIDAS
           OPEN INPUT FICENC.
           IF FS-ENC = "00" THEN
               PERFORM UNTIL FS-ENC NOT = "00"
                   READ FICENC NEXT
                       AT END
                           MOVE "10" TO FS-ENC
                       NOT AT END
                           IF ENC-ESTADO NOT = "R"
                              AND ENC-DATA >= WS-INICIO
                              AND ENC-DATA <= WS-FIM THEN
                               MOVE SPACES TO WS-CHK-LINHA
                               STRING "ENCOMENDA " ENC-NUMERO
                                   " FORNECEDOR " ENC-FORN " DE "
                                   ENC-DATA " NAO RECEBIDA"
                                   DELIMITED BY SIZE
                                   INTO WS-CHK-LINHA
                               PERFORM ESCREVER-PENDENTE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICENC.

       PENDENTES-FATURAS-SANCA.
      * FATURAS DE FORNECEDOR DO MES POR CONFERIR OU COM EXCECOES
           OPEN INPUT FICFFT.
           IF FS-FFT = "00" THEN
               PERFORM UNTIL FS-FFT NOT = "00"
                   READ FICFFT NEXT
                       AT END
                           MOVE "10" TO FS-FFT
                       NOT AT END
                           IF (FFT-ESTADO = "A" OR FFT-ESTADO = "E")
                              AND FFT-DATA >= WS-INICIO
                              AND FFT-DATA <= WS-FIM THEN
                               MOVE FFT-TOTAL TO WS-DEB-ED
                               MOVE SPACES TO WS-CHK-LINHA
                               STRING "FATURA " FFT-DOC
                                   " FORNECEDOR " FFT-FORN " DE "
                                   FFT-DATA " ESTADO " FFT-ESTADO " "
                                   WS-DEB-ED
                                   DELIMITED BY SIZE
                                   INTO WS-CHK-LINHA
                               PERFORM ESCREVER-PENDENTE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICFFT.

       PENDENTES-OFICINA-MOTA.
      * ORDENS DE OFICINA DO MES AINDA NAO CONCLUIDAS NEM FATURADAS
           OPEN INPUT FICOFI.
           IF FS-OFI = "00" THEN
               PERFORM UNTIL FS-OFI NOT = "00"
                   READ FICOFI NEXT
                       AT END
                           MOVE "10" TO FS-OFI
                       NOT AT END
                           IF (OFI-ESTADO = "A" OR OFI-ESTADO = "E")
                              AND OFI-DATA >= WS-INICIO
                              AND OFI-DATA <= WS-FIM THEN
                               MOVE SPACES TO WS-CHK-LINHA
                               STRING "ORDEM DE OFICINA " OFI-NUMERO
                                   " " OFI-MATRICULA " DE " OFI-DATA
                                   " POR CONCLUIR"
                                   DELIMITED BY SIZE
                                   INTO WS-CHK-LINHA
                               PERFORM ESCREVER-PENDENTE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICOFI.

       PENDENTES-RESERVAS-MOTA.
      * RESERVAS COM SINAL RECEBIDO NO MES AINDA EM ABERTO
           OPEN INPUT FICRES.
           IF FS-RES = "00" THEN
               PERFORM UNTIL FS-RES NOT = "00"
                   READ FICRES NEXT
                       AT END
                           MOVE "10" TO FS-RES
                       NOT AT END
                           IF RES-ESTADO = "A"
                              AND RES-DATA >= WS-INICIO
                              AND RES-DATA <= WS-FIM THEN
                               MOVE SPACES TO WS-CHK-LINHA
                               STRING "RESERVA " RES-NUMERO " "
                                   RES-MATRICULA " DE " RES-DATA
                                   " SINAL " RES-SINAL " EM ABERTO"
                                   DELIMITED BY SIZE
                                   INTO WS-CHK-LINHA
                               PERFORM ESCREVER-PENDENTE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICRES.

       LOGIN-OPERADOR.
           MOVE 0 TO WS-LOGIN-OK.
           MOVE 0 TO WS-TENTATIVAS-LOGIN.
           PERFORM UNTIL WS-LOGIN-OK = 1 OR WS-TENTATIVAS-LOGIN >= 3
               DISPLAY "CODIGO DE OPERADOR:" NO ADVANCING
               ACCEPT WS-LOGIN-COD
               DISPLAY "PASSWORD:" NO ADVANCING
               ACCEPT WS-LOGIN-PW
               PERFORM VALIDAR-OPERADOR
               IF WS-LOGIN-OK = 0 THEN
                   ADD 1 TO WS-TENTATIVAS-LOGIN
                   DISPLAY "CREDENCIAIS INVALIDAS"
               END-IF
           END-PERFORM.
           IF WS-LOGIN-OK = 0 THEN
               DISPLAY "ACESSO NEGADO"
               STOP RUN
           END-IF.

       VALIDAR-OPERADOR.
           OPEN INPUT FICFUN.
           IF FS-FUN NOT = "00" THEN
               DISPLAY "FICHEIRO DE FUNCIONARIOS INDISPONIVEL"
               CLOSE FICFUN
           ELSE
               MOVE FUNCTION NUMVAL(WS-LOGIN-COD) TO FS-CODFUNC
               READ FICFUN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-LOGIN-PW TO WS-PASSWORD-TRABALHO
                       PERFORM CALCULA-HASH-PASSWORD
                       IF WS-PASSWORD-HASH-CALC = FS-PASSWORD-HASH
                           AND FS-ATIVO-FUNC = "S"
                           AND FS-BLOQUEADO NOT = "S" THEN
                           MOVE 1 TO WS-LOGIN-OK
                           MOVE FS-CODFUNC TO WS-OPERADOR-LOGADO
                           MOVE FUNCTION UPPER-CASE(FS-PERFIL)
                               TO WS-PERFIL-LOGADO
                       END-IF
               END-READ
               CLOSE FICFUN
           END-IF.

       CALCULA-HASH-PASSWORD.
           MOVE 0 TO WS-HASH-TMP.
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
              UNTIL WS-HASH-IDX > 10
              COMPUTE WS-HASH-TMP = FUNCTION MOD(WS-HASH-TMP * 31 +
                  FUNCTION ORD(WS-PASSWORD-TRABALHO(WS-HASH-IDX:1)),
                  9999999967)
           END-PERFORM.
           MOVE WS-HASH-TMP TO WS-PASSWORD-HASH-CALC.

       END PROGRAM contab.
