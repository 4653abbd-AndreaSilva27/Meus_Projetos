           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CNV.

           SELECT OPTIONAL FICING ASSIGN TO "INGREDIENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-ING
           RECORD KEY IS ING-CODIGO.

           SELECT OPTIONAL FICRCT ASSIGN TO "RECEITAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RCT.

           SELECT OPTIONAL FICCMP ASSIGN TO "COMPRAS_MAC.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CMP.

           SELECT OPTIONAL FICCNT ASSIGN TO "CONTAGENS_MAC.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CNT.

           SELECT OPTIONAL FICFCR ASSIGN TO "CUSTO_ALIMENTAR.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FCR.

           SELECT OPTIONAL FICGAV ASSIGN TO "GAVETAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GAV.

           SELECT OPTIONAL FICQBR ASSIGN TO "QUEBRAS_CAIXA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-QBR.

           SELECT OPTIONAL FICTGV ASSIGN TO "GAVETA_MAC.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TGV.

           SELECT OPTIONAL FICPON ASSIGN TO "PONTOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PON.

           SELECT OPTIONAL FICVHR ASSIGN TO "VALOR_HORA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VHR.

           SELECT OPTIONAL FICHVR ASSIGN TO "VENDAS_HORA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HVR.

       DATA DIVISION.
       FILE SECTION.
       FD FICPRECO.
       01 REGISTO-CNV.
           05 CNV-LINHA       PIC X(100) VALUES SPACES.

       FD FICING.
       01 REGISTO-ING.
           05 ING-CODIGO       PIC 9(03).
           05 ING-DESCRICAO    PIC X(20).
           05 ING-UNIDADE      PIC X(02).
           05 ING-CUSTO        PIC 9(4)V9999.
           05 ING-STOCK        PIC 9(6)V999.

       FD FICRCT.
       01 REGISTO-RCT.
           05 RCT-LINHA       PIC X(40) VALUES SPACES.

       FD FICCMP.
       01 REGISTO-CMP.
           05 CMP-LINHA       PIC X(60) VALUES SPACES.

       FD FICCNT.
       01 REGISTO-CNT.
           05 CNT-LINHA       PIC X(60) VALUES SPACES.

       FD FICFCR.
       01 REGISTO-FCR.
           05 FCR-LINHA       PIC X(100) VALUES SPACES.

       FD FICGAV.
       01 REGISTO-GAV.
           05 GAV-LINHA       PIC X(60) VALUES SPACES.

       FD FICQBR.
       01 REGISTO-QBR.
           05 QBR-LINHA       PIC X(100) VALUES SPACES.

       FD FICTGV.
       01 REGISTO-TGV.
           05 TGV-LINHA       PIC X(60) VALUES SPACES.

       FD FICPON.
       01 REG-PON.
           05 PON-DATA        PIC 9(8).
           05 PON-HORA        PIC X(8).
           05 PON-TIPO        PIC X(1).
           05 PON-FUNC        PIC 9(3).
           05 PON-TERMINAL    PIC X(8).
           05 PON-ORIGEM      PIC X(1).

       FD FICVHR.
       01 REGISTO-VHR.
           05 VHR-LINHA       PIC X(40) VALUES SPACES.

       FD FICHVR.
       01 REGISTO-HVR.
           05 HVR-LINHA       PIC X(100) VALUES SPACES.

       FD FICFUN.
       01 REGISTO-FUN.
           05 FS-CODFUNC          PIC 9(03).
           88 MODO-FECHO-Z   VALUES "Z","z".
           88 MODO-COZINHA   VALUES "K","k".
           88 MODO-REPOSICAO VALUES "R","r".
           88 MODO-ANULACAO  VALUES "A","a".
           88 MODO-CUSTOS    VALUES "F","f".
           88 MODO-GAVETA    VALUES "G","g".
           88 MODO-HORAS     VALUES "H","h".
       77 WS-Z-NOME       PIC X(20) VALUE SPACES.
       77 WS-DATA-HOJE-TXT PIC X(10) VALUE SPACES.
       77 WS-Z-FECHADO    PIC 9(01) VALUE 0.
       77 V-ITENS         PIC X(150) VALUE SPACES.
       77 V-TOTAL-X       PIC X(12) VALUE SPACES.
       77 WS-Z-ORDENS     PIC 9(04) VALUE 0.
       77 WS-Z-TOTAL      PIC S9(6)V99 VALUE 0.
       77 WS-Z-IDX        PIC 9(02) VALUE 0.
       77 WS-Z-POS        PIC 9(02) VALUE 0.
       77 WS-Z-TOTAL-ITENS PIC 9(02) VALUE 0.
       77 WS-TROCO        PIC 9(5)V99 VALUE 0.
       77 WS-TROCO-ED     PIC Z(4)9.99.
       77 V-FORMA         PIC X(10) VALUE SPACES.
       77 WS-Z-TOT-DIN    PIC S9(6)V99 VALUE 0.
       77 WS-Z-TOT-CAR    PIC S9(6)V99 VALUE 0.
       77 FS-NUM          PIC 9(02).
       77 FS-COZ          PIC 9(02).
       77 WS-NUM-PEDIDO   PIC 9(05) VALUE 0.
       77 V-OPER-X        PIC X(05) VALUE SPACES.
       77 V-NUMPED-X      PIC X(06) VALUE SPACES.
       77 V-DESC-X        PIC X(10) VALUE SPACES.
       77 V-ANUL-X        PIC X(12) VALUE SPACES.
       77 V-HORA-X        PIC X(08) VALUE SPACES.
       77 FS-NRC          PIC 9(02).
       77 FS-RCB          PIC 9(02).
       77 FS-JRC          PIC 9(02).
       77 FS-CNV          PIC 9(02).
       77 WS-CNV-CONT     PIC 9(04) VALUE 0.
       77 WS-CNV-IDX      PIC 9(01) VALUE 0.
       77 WS-ANU-PEDIDO   PIC 9(05) VALUE 0.
       77 WS-ANU-PEDIDO-X PIC X(05) VALUE SPACES.
       77 WS-ANU-ACHOU    PIC 9(01) VALUE 0.
       77 WS-ANU-JA-FEITA PIC 9(01) VALUE 0.
       77 WS-ANU-DATA     PIC X(10) VALUE SPACES.
       77 WS-ANU-ITENS    PIC X(150) VALUE SPACES.
       77 WS-ANU-TOTAL-X  PIC X(12) VALUE SPACES.
       77 WS-ANU-FORMA    PIC X(10) VALUE SPACES.
       77 WS-ANU-DESC-X   PIC X(10) VALUE SPACES.
       77 WS-ANU-MOTIVO   PIC X(01) VALUE SPACES.
           88 VALIDA-MOTIVO-ANU VALUES "E","D","R","O".
       77 WS-ANU-TIPO     PIC X(03) VALUE SPACES.
       77 WS-ANU-MARCA    PIC X(12) VALUE SPACES.
       77 WS-ANU-TOTAL    PIC 9(5)V99 VALUE 0.
       77 WS-ANU-NEG      PIC S9(5)V99 VALUE 0.
       77 WS-ANU-NEG-ED   PIC -(5)9.99.
       77 WS-ANU-SOMA     PIC 9(6)V99 VALUE 0.
       77 WS-ANU-RESTO    PIC S9(5)V99 VALUE 0.
       77 WS-ANU-IVA-ED   PIC -(5)9.99.
       77 WS-ANU-IVA-ED2  PIC -(5)9.99.
       77 WS-ANU-JRC-ACHOU PIC 9(01) VALUE 0.
       77 WS-ANU-JRC      PIC X(150) VALUE SPACES.
       77 WS-JRC-PTR      PIC 9(03) VALUE 0.
       77 WS-JRC-CAMPO    PIC X(30) VALUE SPACES.
       77 WS-JRC-NUM-X    PIC X(10) VALUE SPACES.
       77 WS-JRC-DATA     PIC X(10) VALUE SPACES.
       77 WS-JRC-TOTAL-X  PIC X(12) VALUE SPACES.
       77 WS-JRC-CHAVE    PIC X(09) VALUE SPACES.
       77 WS-JRC-CONTA    PIC 9(02) VALUE 0.
       77 WS-JRC-NEG      PIC 9(02) VALUE 0.
       77 WS-JRC-TAXA-X   PIC X(02) VALUE SPACES.
       77 WS-JRC-BASE-X   PIC X(12) VALUE SPACES.
       77 WS-JRC-IVA-X    PIC X(12) VALUE SPACES.
       77 WS-GER-COD      PIC X(3) VALUE SPACES.
       77 WS-GER-PW       PIC X(10) VALUE SPACES.
       77 WS-GER-OK       PIC 9 VALUE 0.
       77 WS-GER-CODFUNC  PIC 9(3) VALUE 0.
       01 WS-TAB-ANU-Z.
           05 WS-AZ-ITEM OCCURS 20 TIMES.
               10 WS-AZ-OPER      PIC X(05).
               10 WS-AZ-QTD       PIC 9(04).
               10 WS-AZ-ERRO      PIC 9(04).
               10 WS-AZ-DESIST    PIC 9(04).
               10 WS-AZ-RECLAM    PIC 9(04).
               10 WS-AZ-OUTRO     PIC 9(04).
               10 WS-AZ-VALOR     PIC 9(6)V99.
       77 WS-AZ-TOTAL     PIC 9(02) VALUE 0.
       77 WS-AZ-IDX       PIC 9(02) VALUE 0.
       77 WS-AZ-POS       PIC 9(02) VALUE 0.
       77 WS-AZ-VALOR-W   PIC 9(5)V99 VALUE 0.
       77 WS-AZ-QTD-T     PIC 9(04) VALUE 0.
       77 WS-AZ-VALOR-T   PIC 9(6)V99 VALUE 0.
       77 WS-Z-TOTAL-ED   PIC -(6)9.99.
       77 FS-ING          PIC 9(02).
       77 FS-RCT          PIC 9(02).
       77 FS-CMP          PIC 9(02).
       77 FS-CNT          PIC 9(02).
       77 FS-FCR          PIC 9(02).
       77 TEMP-ING        PIC X(10) VALUE SPACES.
       77 WS-ING-NOVO     PIC 9(01) VALUE 0.
       77 WS-ING-QTD      PIC 9(6)V999 VALUE 0.
       77 WS-ING-CUSTO-W  PIC 9(4)V9999 VALUE 0.
       77 WS-ING-QTD-ED   PIC Z(5)9.999.
       77 WS-ING-CUSTO-ED PIC Z(3)9.9999.
       01 WS-TAB-FC-ART.
           05 WS-FA-ITEM OCCURS 50 TIMES.
               10 WS-FA-COD       PIC 9(02).
               10 WS-FA-DESC      PIC X(20).
               10 WS-FA-PRECO     PIC 9(3)V99.
               10 WS-FA-UNID      PIC S9(05).
               10 WS-FA-CUSTO     PIC 9(4)V9999.
       77 WS-FA-TOTAL     PIC 9(02) VALUE 0.
       77 WS-FA-IDX       PIC 9(02) VALUE 0.
       77 WS-FA-POS       PIC 9(02) VALUE 0.
       01 WS-TAB-FC-ING.
           05 WS-FI-ITEM OCCURS 100 TIMES.
               10 WS-FI-COD       PIC 9(03).
               10 WS-FI-DESC      PIC X(20).
               10 WS-FI-UNID      PIC X(02).
               10 WS-FI-CUSTO     PIC 9(4)V9999.
               10 WS-FI-TEORICO   PIC S9(7)V999.
               10 WS-FI-COMPRAS   PIC 9(7)V999.
               10 WS-FI-CNT-INI   PIC 9(6)V999.
               10 WS-FI-DATA-INI  PIC 9(08).
               10 WS-FI-TEM-INI   PIC 9(01).
               10 WS-FI-CNT-FIM   PIC 9(6)V999.
               10 WS-FI-DATA-FIM  PIC 9(08).
               10 WS-FI-TEM-FIM   PIC 9(01).
       77 WS-FI-TOTAL     PIC 9(03) VALUE 0.
       77 WS-FI-IDX       PIC 9(03) VALUE 0.
       77 WS-FI-POS       PIC 9(03) VALUE 0.
       01 WS-TAB-FC-RCT.
           05 WS-FR-ITEM OCCURS 300 TIMES.
               10 WS-FR-ART       PIC 9(02).
               10 WS-FR-ING       PIC 9(03).
               10 WS-FR-QTD       PIC 9(3)V999.
       77 WS-FR-TOTAL     PIC 9(03) VALUE 0.
       77 WS-FR-IDX       PIC 9(03) VALUE 0.
       77 WS-FC-DINI      PIC 9(08) VALUE 0.
       77 WS-FC-DFIM      PIC 9(08) VALUE 0.
       77 WS-FC-DATA      PIC 9(08) VALUE 0.
       77 WS-FC-ING       PIC 9(03) VALUE 0.
       77 WS-FC-SINAL     PIC S9(01) VALUE 0.
       77 WS-FC-CAMPO1    PIC X(12) VALUE SPACES.
       77 WS-FC-CAMPO2    PIC X(12) VALUE SPACES.
       77 WS-FC-CAMPO3    PIC X(12) VALUE SPACES.
       77 WS-FC-RECEITA   PIC S9(7)V99 VALUE 0.
       77 WS-FC-CUSTO     PIC S9(7)V99 VALUE 0.
       77 WS-FC-PERC      PIC S9(3)V9 VALUE 0.
       77 WS-FC-REAL      PIC S9(7)V999 VALUE 0.
       77 WS-FC-DESVIO    PIC S9(7)V999 VALUE 0.
       77 WS-FC-VALOR     PIC S9(7)V99 VALUE 0.
       77 WS-FC-RECEITA-T PIC S9(7)V99 VALUE 0.
       77 WS-FC-CUSTO-T   PIC S9(7)V99 VALUE 0.
       77 WS-FC-REAL-T    PIC S9(7)V99 VALUE 0.
       77 WS-FC-DESVIO-T  PIC S9(7)V99 VALUE 0.
       77 WS-FC-UNID-ED   PIC -(4)9.
       77 WS-FC-VAL-ED    PIC -(6)9.99.
       77 WS-FC-VAL-ED2   PIC -(6)9.99.
       77 WS-FC-PERC-ED   PIC -(3)9.9.
       77 WS-FC-QTD-ED    PIC -(6)9.999.
       77 WS-FC-QTD-ED2   PIC -(6)9.999.
       77 WS-FC-QTD-ED3   PIC -(6)9.999.
       77 FS-GAV          PIC 9(02).
       77 FS-QBR          PIC 9(02).
       77 FS-TGV          PIC 9(02).
       77 WS-GAV-OP       PIC X(01) VALUE SPACES.
           88 GAV-OP-ABRIR     VALUES "A","a".
           88 GAV-OP-RECOLHA   VALUES "R","r".
           88 GAV-OP-FECHAR    VALUES "F","f".
           88 GAV-OP-HISTORICO VALUES "H","h".
       77 WS-GAV-ABERTA   PIC 9(01) VALUE 0.
       77 WS-GAV-TIPO     PIC X(01) VALUE SPACES.
       77 WS-GAV-VALOR    PIC 9(5)V99 VALUE 0.
       77 WS-GAV-FUNDO    PIC 9(5)V99 VALUE 0.
       77 WS-GAV-VENDAS   PIC 9(6)V99 VALUE 0.
       77 WS-GAV-DEVOL    PIC 9(6)V99 VALUE 0.
       77 WS-GAV-RECOLHAS PIC 9(6)V99 VALUE 0.
       77 WS-GAV-CONTADO  PIC 9(6)V99 VALUE 0.
       77 WS-GAV-ESPERADO PIC S9(6)V99 VALUE 0.
       77 WS-GAV-DIFERENCA PIC S9(6)V99 VALUE 0.
       77 WS-GAV-DATA-ABR PIC 9(08) VALUE 0.
       77 WS-GAV-HORA-ABR PIC 9(06) VALUE 0.
       77 WS-GAV-DATA-X   PIC X(12) VALUE SPACES.
       77 WS-GAV-HORA-X   PIC X(12) VALUE SPACES.
       77 WS-GAV-OPER-X   PIC X(12) VALUE SPACES.
       77 WS-GAV-TIPO-X   PIC X(12) VALUE SPACES.
       77 WS-GAV-VALOR-X  PIC X(12) VALUE SPACES.
       77 WS-GAV-CAMPO-X  PIC X(12) VALUE SPACES.
       77 WS-GAV-DIF-X    PIC X(12) VALUE SPACES.
       77 WS-GAV-VALOR-ED PIC Z(5)9.99.
       77 WS-GAV-ED2      PIC -(6)9.99.
       77 WS-GAV-ED3      PIC Z(5)9.99.
       77 WS-GAV-DIF-ED   PIC -(6)9.99.
       01 WS-TAB-QUEBRAS.
           05 WS-HQ-ITEM OCCURS 30 TIMES.
               10 WS-HQ-OPER      PIC X(03).
               10 WS-HQ-FECHOS    PIC 9(04).
               10 WS-HQ-SOBRA     PIC 9(6)V99.
               10 WS-HQ-FALTA     PIC 9(6)V99.
       77 WS-HQ-TOTAL     PIC 9(02) VALUE 0.
       77 WS-HQ-IDX       PIC 9(02) VALUE 0.
       77 WS-HQ-POS       PIC 9(02) VALUE 0.
       77 WS-HQ-LINHA     PIC 9(02) VALUE 0.
       77 FS-PON          PIC 9(02).
       77 FS-VHR          PIC 9(02).
       77 FS-HVR          PIC 9(02).
       01 WS-TAB-VALOR-HORA.
           05 WS-VH-ITEM OCCURS 50 TIMES.
               10 WS-VH-FUNC      PIC 9(03).
               10 WS-VH-VALOR     PIC 9(3)V99.
               10 WS-VH-ENT-DATA  PIC 9(08).
               10 WS-VH-ENT-SEG   PIC 9(05).
       77 WS-VH-TOTAL     PIC 9(02) VALUE 0.
       77 WS-VH-IDX       PIC 9(02) VALUE 0.
       77 WS-VH-POS       PIC 9(02) VALUE 0.
       01 WS-TAB-HORAS-VENDA.
           05 WS-HV-DIA OCCURS 7 TIMES.
               10 WS-HV-DIAS      PIC 9(04).
               10 WS-HV-HORA OCCURS 24 TIMES.
                   15 WS-HV-VALOR     PIC S9(7)V99.
                   15 WS-HV-PEDIDOS   PIC 9(05).
                   15 WS-HV-HORAS     PIC 9(5)V99.
                   15 WS-HV-CUSTO     PIC 9(7)V99.
       01 WS-HV-DIAS-TXT  PIC X(21) VALUE "SEGTERQUAQUISEXSABDOM".
       01 WS-HV-DIAS-TAB REDEFINES WS-HV-DIAS-TXT.
           05 WS-HV-NOME-DIA OCCURS 7 TIMES PIC X(03).
       01 WS-HV-CABECALHO PIC X(60) VALUE
           "DIA HOR   PED     VENDAS  H.TRAB PESS.    VENDA/H  CUST%".
       77 WS-HV-D         PIC 9(01) VALUE 0.
       77 WS-HV-H         PIC 9(02) VALUE 0.
       77 WS-HV-HORA-N    PIC 9(02) VALUE 0.
       77 WS-HV-HORA-TXT  PIC X(03) VALUE SPACES.
       77 WS-HV-INT       PIC 9(07) VALUE 0.
       77 WS-HV-INT-INI   PIC 9(07) VALUE 0.
       77 WS-HV-INT-FIM   PIC 9(07) VALUE 0.
       77 WS-HV-SEG       PIC 9(05) VALUE 0.
       77 WS-HV-SEG-INI   PIC 9(05) VALUE 0.
       77 WS-HV-SEG-FIM   PIC 9(05) VALUE 0.
       77 WS-HV-SEG-LIM   PIC 9(05) VALUE 0.
       77 WS-HV-L-ROTULO  PIC X(03) VALUE SPACES.
       77 WS-HV-L-VALOR   PIC S9(7)V99 VALUE 0.
       77 WS-HV-L-PEDIDOS PIC 9(05) VALUE 0.
       77 WS-HV-L-HORAS   PIC 9(5)V99 VALUE 0.
       77 WS-HV-L-CUSTO   PIC 9(7)V99 VALUE 0.
       77 WS-HV-L-DIAS    PIC 9(05) VALUE 0.
       77 WS-HV-T-VALOR   PIC S9(7)V99 VALUE 0.
       77 WS-HV-T-PEDIDOS PIC 9(05) VALUE 0.
       77 WS-HV-T-HORAS   PIC 9(5)V99 VALUE 0.
       77 WS-HV-T-CUSTO   PIC 9(7)V99 VALUE 0.
       77 WS-HV-PESSOAL   PIC 9(3)V9 VALUE 0.
       77 WS-HV-POR-HORA  PIC S9(6)V99 VALUE 0.
       77 WS-HV-HORAS-ED  PIC Z(4)9.99.
       77 WS-HV-PESSOAL-ED PIC ZZ9.9.
       01 WS-TAB-COZINHA.
           05 WS-COZ-REG OCCURS 200 TIMES PIC X(200).
       SCREEN SECTION.
               INTO WS-DATA-HOJE-TXT
           END-STRING.

           DISPLAY "Z=FECHO K=COZINHA R=STOCK A=ANULAR F=CUSTOS "
           & "G=GAVETA H=VENDAS/HORA" AT 0201.
           DISPLAY "MODO (ENTER=VENDA):" AT 0401.
           ACCEPT WS-MODO AT 0421.
           IF MODO-FECHO-Z THEN
               PERFORM FECHO-Z
               ACCEPT OMITTED AT 1510
               ACCEPT OMITTED AT 2401
               STOP RUN
           END-IF.
           IF MODO-ANULACAO THEN
               PERFORM ANULAR-VENDA
               ACCEPT OMITTED AT 2401
               STOP RUN
           END-IF.
           IF MODO-CUSTOS THEN
               PERFORM CUSTO-ALIMENTAR
               ACCEPT OMITTED AT 2401
               STOP RUN
           END-IF.
           IF MODO-GAVETA THEN
               PERFORM GESTAO-GAVETA
               ACCEPT OMITTED AT 2401
               STOP RUN
           END-IF.
           IF MODO-HORAS THEN
               PERFORM VENDAS-POR-HORA
               ACCEPT OMITTED AT 2401
               STOP RUN
           END-IF.

      * SO SE VENDE COM A GAVETA DO OPERADOR ABERTA
           PERFORM VERIFICA-GAVETA.
           IF WS-GAV-ABERTA = 0 THEN
               DISPLAY "GAVETA FECHADA - ABRA A GAVETA (MODO G) ANTES "
               & "DE VENDER" AT 0501
               ACCEPT OMITTED AT 0570
               STOP RUN
           END-IF.

           PERFORM CARREGAR-PROMOS.
           COMPUTE WS-DATA-NUM = ANO * 10000 + MES * 100 + DIA.
               PERFORM MOSTRA-IVA-PEDIDO
               PERFORM TENDER-PAGAMENTO
               PERFORM REGISTAR-VENDA
               IF PAG-DINHEIRO THEN
                   MOVE TOTAL TO WS-GAV-VALOR
                   MOVE "V" TO WS-GAV-TIPO
                   PERFORM REGISTA-MOV-GAVETA
               END-IF
               PERFORM EMITIR-RECIBO
               PERFORM REGISTAR-TICKET-COZINHA
               DISPLAY "RECIBO Nr:" AT 1120
           MOVE 0 TO WS-Z-TOT-CAR.
           MOVE 0 TO WS-Z-TOT-DESC.
           MOVE 0 TO WS-Z-TOTAL-ITENS.
           MOVE 0 TO WS-AZ-TOTAL.
           PERFORM VARYING WS-Z-IDX FROM 1 BY 1 UNTIL WS-Z-IDX > 30
               MOVE SPACES TO WS-Z-I-DESC(WS-Z-IDX)
               MOVE 0 TO WS-Z-I-QTD(WS-Z-IDX)
           END-STRING.
           WRITE REGISTO-ZREL.

           MOVE WS-Z-TOTAL TO WS-Z-TOTAL-ED.
           MOVE SPACES TO ZREL-LINHA.
           STRING "TOTAL DO DIA: " WS-Z-TOTAL-ED DELIMITED BY SIZE
               INTO ZREL-LINHA
           END-STRING.
           WRITE REGISTO-ZREL.

           MOVE WS-Z-TOT-DIN TO WS-Z-TOTAL-ED.
           MOVE SPACES TO ZREL-LINHA.
           STRING "TOTAL DINHEIRO: " WS-Z-TOTAL-ED DELIMITED BY SIZE
               INTO ZREL-LINHA
           END-STRING.
           WRITE REGISTO-ZREL.

           MOVE WS-Z-TOT-CAR TO WS-Z-TOTAL-ED.
           MOVE SPACES TO ZREL-LINHA.
           STRING "TOTAL CARTAO:   " WS-Z-TOTAL-ED DELIMITED BY SIZE
               INTO ZREL-LINHA
           END-STRING.
           WRITE REGISTO-ZREL.
           END-STRING.
           WRITE REGISTO-ZREL.

      * ANULACOES E DEVOLUCOES DO DIA, POR OPERADOR
           MOVE SPACES TO ZREL-LINHA.
           WRITE REGISTO-ZREL.
           MOVE "ANULACOES/DEVOLUCOES POR OPERADOR" TO ZREL-LINHA.
           WRITE REGISTO-ZREL.
           MOVE "OPER   QTD  ERRO DESI RECL OUTR      VALOR" TO
               ZREL-LINHA.
           WRITE REGISTO-ZREL.
           MOVE 0 TO WS-AZ-QTD-T.
           MOVE 0 TO WS-AZ-VALOR-T.
           PERFORM VARYING WS-AZ-IDX FROM 1 BY 1
               UNTIL WS-AZ-IDX > WS-AZ-TOTAL
               ADD WS-AZ-QTD(WS-AZ-IDX) TO WS-AZ-QTD-T
               ADD WS-AZ-VALOR(WS-AZ-IDX) TO WS-AZ-VALOR-T
               MOVE WS-AZ-VALOR(WS-AZ-IDX) TO WS-Z-ED
               MOVE SPACES TO ZREL-LINHA
               STRING WS-AZ-OPER(WS-AZ-IDX) " "
                   WS-AZ-QTD(WS-AZ-IDX) " "
                   WS-AZ-ERRO(WS-AZ-IDX) " "
                   WS-AZ-DESIST(WS-AZ-IDX) " "
                   WS-AZ-RECLAM(WS-AZ-IDX) " "
                   WS-AZ-OUTRO(WS-AZ-IDX) " " WS-Z-ED
                   DELIMITED BY SIZE
                   INTO ZREL-LINHA
               END-STRING
               WRITE REGISTO-ZREL
           END-PERFORM.
           MOVE WS-AZ-VALOR-T TO WS-Z-ED.
           MOVE SPACES TO ZREL-LINHA.
           STRING "TOTAL ANULADO: " WS-AZ-QTD-T " " WS-Z-ED
               DELIMITED BY SIZE
               INTO ZREL-LINHA
           END-STRING.
           WRITE REGISTO-ZREL.

           CLOSE FICZREL.

           OPEN EXTEND FICFEZ.
           MOVE SPACES TO V-OPER-X.
           MOVE SPACES TO V-NUMPED-X.
           MOVE SPACES TO V-DESC-X.
           MOVE SPACES TO V-ANUL-X.
           UNSTRING VEN-LINHA DELIMITED BY ","
               INTO V-DATA V-ITENS V-TOTAL-X V-FORMA
                    V-OPER-X V-NUMPED-X V-DESC-X V-ANUL-X
           END-UNSTRING.

           IF (V-DATA = WS-DATA-HOJE-TXT) AND
              (V-ANUL-X NOT = SPACES) THEN
               PERFORM ACUMULA-ANULACAO-Z
               EXIT PARAGRAPH
           END-IF.

           IF V-DATA = WS-DATA-HOJE-TXT THEN
               ADD 1 TO WS-Z-ORDENS
               IF V-DESC-X NOT = SPACES THEN
               END-PERFORM
           END-IF.

       ACUMULA-ANULACAO-Z.
      * ANULACOES ABATEM AOS TOTAIS E FICAM POR OPERADOR E MOTIVO
           COMPUTE WS-AZ-VALOR-W = 0 - FUNCTION NUMVAL(V-TOTAL-X).
           SUBTRACT WS-AZ-VALOR-W FROM WS-Z-TOTAL.
           IF V-FORMA(1:6) = "CARTAO" THEN
               SUBTRACT WS-AZ-VALOR-W FROM WS-Z-TOT-CAR
           ELSE
               SUBTRACT WS-AZ-VALOR-W FROM WS-Z-TOT-DIN
           END-IF.
      * OS ARTIGOS E OS PEDIDOS ANULADOS SAEM TAMBEM DAS CONTAGENS
           IF WS-Z-ORDENS > 0 THEN
               SUBTRACT 1 FROM WS-Z-ORDENS
           END-IF.
           MOVE 1 TO WS-Z-PONTEIRO.
           PERFORM UNTIL WS-Z-PONTEIRO > 150
               MOVE SPACES TO WS-NOME-W
               UNSTRING V-ITENS DELIMITED BY "+"
                   INTO WS-NOME-W
                   WITH POINTER WS-Z-PONTEIRO
               END-UNSTRING
               IF WS-NOME-W NOT = SPACES THEN
                   PERFORM DESCONTA-ITEM-Z
               ELSE
                   MOVE 151 TO WS-Z-PONTEIRO
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-AZ-POS.
           PERFORM VARYING WS-AZ-IDX FROM 1 BY 1
               UNTIL WS-AZ-IDX > WS-AZ-TOTAL
               IF WS-AZ-OPER(WS-AZ-IDX) = V-OPER-X THEN
                   MOVE WS-AZ-IDX TO WS-AZ-POS
               END-IF
           END-PERFORM.
           IF (WS-AZ-POS = 0) AND (WS-AZ-TOTAL < 20) THEN
               ADD 1 TO WS-AZ-TOTAL
               MOVE WS-AZ-TOTAL TO WS-AZ-POS
               MOVE V-OPER-X TO WS-AZ-OPER(WS-AZ-POS)
               MOVE 0 TO WS-AZ-QTD(WS-AZ-POS)
               MOVE 0 TO WS-AZ-ERRO(WS-AZ-POS)
               MOVE 0 TO WS-AZ-DESIST(WS-AZ-POS)
               MOVE 0 TO WS-AZ-RECLAM(WS-AZ-POS)
               MOVE 0 TO WS-AZ-OUTRO(WS-AZ-POS)
               MOVE 0 TO WS-AZ-VALOR(WS-AZ-POS)
           END-IF.
           IF WS-AZ-POS = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-AZ-QTD(WS-AZ-POS).
           ADD WS-AZ-VALOR-W TO WS-AZ-VALOR(WS-AZ-POS).
           EVALUATE V-ANUL-X(5:1)
               WHEN "E"
                   ADD 1 TO WS-AZ-ERRO(WS-AZ-POS)
               WHEN "D"
                   ADD 1 TO WS-AZ-DESIST(WS-AZ-POS)
               WHEN "R"
                   ADD 1 TO WS-AZ-RECLAM(WS-AZ-POS)
               WHEN OTHER
                   ADD 1 TO WS-AZ-OUTRO(WS-AZ-POS)
           END-EVALUATE.

       CONTA-ITEM-Z.
           MOVE 0 TO WS-Z-POS.
           PERFORM VARYING WS-Z-IDX FROM 1 BY 1
               ADD 1 TO WS-Z-I-QTD(WS-Z-POS)
           END-IF.

       DESCONTA-ITEM-Z.
           MOVE 0 TO WS-Z-POS.
           PERFORM VARYING WS-Z-IDX FROM 1 BY 1
               UNTIL WS-Z-IDX > WS-Z-TOTAL-ITENS
               IF WS-Z-I-DESC(WS-Z-IDX) = WS-NOME-W THEN
                   MOVE WS-Z-IDX TO WS-Z-POS
               END-IF
           END-PERFORM.
           IF WS-Z-POS NOT = 0 THEN
               IF WS-Z-I-QTD(WS-Z-POS) > 0 THEN
                   SUBTRACT 1 FROM WS-Z-I-QTD(WS-Z-POS)
               END-IF
           END-IF.

       CARREGAR-PRECOS.
           OPEN I-O FICPRECO.
           IF FS-PRC = "39" THEN
           END-IF.

       REGISTAR-VENDA.
           ACCEPT WS-HORA-SIS FROM TIME.
           OPEN EXTEND FICVENDAS.
           MOVE SPACES TO VEN-LINHA.
           MOVE TOTAL TO WS-TOTAL-ED.
               WS-NUM-PEDIDO DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-DESC-ED DELIMITED BY SIZE
               ",," DELIMITED BY SIZE
               WS-HORA-HH WS-HORA-MM WS-HORA-SS DELIMITED BY SIZE
               INTO VEN-LINHA
           END-STRING.
           WRITE REGISTO-VENDA.

       ENTRADA-STOCK.
           DISPLAY "ENTRADA DE STOCK" AT 0601.
           DISPLAY "CODIGO ARTIGO (0=SAIR I=INGREDIENTE C=CONTAGEM):"
           AT 0801.
           MOVE SPACES TO TEMP-QTD.
           ACCEPT TEMP-QTD AT 0850.
           IF TEMP-QTD(1:1) = "I" OR TEMP-QTD(1:1) = "i" THEN
               PERFORM ENTRADA-INGREDIENTE
               GO ENTRADA-STOCK
           END-IF.
           IF TEMP-QTD(1:1) = "C" OR TEMP-QTD(1:1) = "c" THEN
               PERFORM CONTAGEM-INGREDIENTE
               GO ENTRADA-STOCK
           END-IF.
           MOVE FUNCTION NUMVAL(TEMP-QTD) TO WS-COD-ITEM.

           IF WS-COD-ITEM = 0 THEN

           GO ENTRADA-STOCK.

       ENTRADA-INGREDIENTE.
      * COMPRA DE INGREDIENTE: QUANTIDADE E CUSTO UNITARIO DE COMPRA
           COMPUTE WS-DATA-NUM = ANO * 10000 + MES * 100 + DIA.
           OPEN I-O FICING.
           IF FS-ING NOT = "00" AND FS-ING NOT = "05" THEN
               DISPLAY "INGREDIENTES.DAT INDISPONIVEL      " AT 1201
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CODIGO INGREDIENTE:" AT 1201.
           MOVE SPACES TO TEMP-QTD.
           ACCEPT TEMP-QTD AT 1221.
           MOVE FUNCTION NUMVAL(TEMP-QTD) TO ING-CODIGO.
           IF ING-CODIGO = 0 THEN
               CLOSE FICING
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ING-NOVO.
           READ FICING
               INVALID KEY
                   MOVE 1 TO WS-ING-NOVO
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ING-NOVO = 1 THEN
               DISPLAY "NOVO - DESCRICAO:" AT 1301
               MOVE SPACES TO ING-DESCRICAO
               ACCEPT ING-DESCRICAO AT 1319
               DISPLAY "UNIDADE (KG/LT/UN):" AT 1401
               MOVE SPACES TO ING-UNIDADE
               ACCEPT ING-UNIDADE AT 1421
               MOVE FUNCTION UPPER-CASE(ING-UNIDADE) TO ING-UNIDADE
               MOVE 0 TO ING-CUSTO
               MOVE 0 TO ING-STOCK
           ELSE
               DISPLAY ING-DESCRICAO AT 1301
               MOVE ING-STOCK TO WS-ING-QTD-ED
               DISPLAY "STOCK:" AT 1325
               DISPLAY WS-ING-QTD-ED AT 1332
               DISPLAY ING-UNIDADE AT 1344
               MOVE ING-CUSTO TO WS-ING-CUSTO-ED
               DISPLAY "CUSTO MEDIO:" AT 1401
               DISPLAY WS-ING-CUSTO-ED AT 1414
           END-IF.

           DISPLAY "QUANTIDADE RECEBIDA:" AT 1501.
           MOVE SPACES TO TEMP-ING.
           ACCEPT TEMP-ING AT 1522.
           MOVE FUNCTION NUMVAL(TEMP-ING) TO WS-ING-QTD.
           DISPLAY "CUSTO UNITARIO DE COMPRA:" AT 1601.
           MOVE SPACES TO TEMP-ING.
           ACCEPT TEMP-ING AT 1627.
           MOVE FUNCTION NUMVAL(TEMP-ING) TO WS-ING-CUSTO-W.

           IF WS-ING-QTD = 0 THEN
               CLOSE FICING
               EXIT PARAGRAPH
           END-IF.

      * CUSTO MEDIO PONDERADO ENTRE O STOCK EXISTENTE E A COMPRA
           COMPUTE ING-CUSTO ROUNDED =
               (ING-STOCK * ING-CUSTO + WS-ING-QTD * WS-ING-CUSTO-W)
               / (ING-STOCK + WS-ING-QTD).
           ADD WS-ING-QTD TO ING-STOCK.
           IF WS-ING-NOVO = 1 THEN
               WRITE REGISTO-ING
               END-WRITE
           ELSE
               REWRITE REGISTO-ING
               END-REWRITE
           END-IF.
           DISPLAY "NOVO STOCK:" AT 1701.
           MOVE ING-STOCK TO WS-ING-QTD-ED.
           DISPLAY WS-ING-QTD-ED AT 1713.
           DISPLAY "CUSTO MEDIO:" AT 1725.
           MOVE ING-CUSTO TO WS-ING-CUSTO-ED.
           DISPLAY WS-ING-CUSTO-ED AT 1738.

           OPEN EXTEND FICCMP.
           MOVE WS-ING-QTD TO WS-ING-QTD-ED.
           MOVE WS-ING-CUSTO-W TO WS-ING-CUSTO-ED.
           MOVE SPACES TO CMP-LINHA.
           STRING WS-DATA-NUM ";" ING-CODIGO ";"
               FUNCTION TRIM(WS-ING-QTD-ED) ";"
               FUNCTION TRIM(WS-ING-CUSTO-ED) ";"
               WS-OPERADOR-LOGADO
               DELIMITED BY SIZE
               INTO CMP-LINHA
           END-STRING.
           WRITE REGISTO-CMP.
           CLOSE FICCMP.
           CLOSE FICING.

       CONTAGEM-INGREDIENTE.
      * CONTAGEM FISICA: PASSA A SER O STOCK DO INGREDIENTE
           COMPUTE WS-DATA-NUM = ANO * 10000 + MES * 100 + DIA.
           OPEN I-O FICING.
           IF FS-ING NOT = "00" AND FS-ING NOT = "05" THEN
               DISPLAY "INGREDIENTES.DAT INDISPONIVEL      " AT 1201
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CONTAGEM - CODIGO INGREDIENTE:" AT 1201.
           MOVE SPACES TO TEMP-QTD.
           ACCEPT TEMP-QTD AT 1232.
           MOVE FUNCTION NUMVAL(TEMP-QTD) TO ING-CODIGO.
           IF ING-CODIGO = 0 THEN
               CLOSE FICING
               EXIT PARAGRAPH
           END-IF.
           READ FICING
               INVALID KEY
                   DISPLAY "INGREDIENTE NAO EXISTE     " AT 1301
                   CLOSE FICING
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           DISPLAY ING-DESCRICAO AT 1301.
           DISPLAY ING-UNIDADE AT 1322.
           DISPLAY "QUANTIDADE CONTADA:" AT 1401.
           MOVE SPACES TO TEMP-ING.
           ACCEPT TEMP-ING AT 1421.
           MOVE FUNCTION NUMVAL(TEMP-ING) TO WS-ING-QTD.
           MOVE WS-ING-QTD TO ING-STOCK.
           REWRITE REGISTO-ING
           END-REWRITE.
           CLOSE FICING.

           OPEN EXTEND FICCNT.
           MOVE WS-ING-QTD TO WS-ING-QTD-ED.
           MOVE SPACES TO CNT-LINHA.
           STRING WS-DATA-NUM ";" ING-CODIGO ";"
               FUNCTION TRIM(WS-ING-QTD-ED) ";"
               WS-OPERADOR-LOGADO
               DELIMITED BY SIZE
               INTO CNT-LINHA
           END-STRING.
           WRITE REGISTO-CNT.
           CLOSE FICCNT.
           DISPLAY "CONTAGEM REGISTADA" AT 1501.

       CUSTO-ALIMENTAR.
           DISPLAY "CUSTO ALIMENTAR TEORICO E REAL" AT 0601.
           DISPLAY "DATA INICIO (AAAAMMDD):" AT 0801.
           MOVE SPACES TO TEMP-ING.
           ACCEPT TEMP-ING AT 0825.
           MOVE FUNCTION NUMVAL(TEMP-ING) TO WS-FC-DINI.
           DISPLAY "DATA FIM    (AAAAMMDD):" AT 0901.
           MOVE SPACES TO TEMP-ING.
           ACCEPT TEMP-ING AT 0925.
           MOVE FUNCTION NUMVAL(TEMP-ING) TO WS-FC-DFIM.
           IF (WS-FC-DINI = 0) OR (WS-FC-DFIM < WS-FC-DINI) THEN
               DISPLAY "PERIODO INVALIDO" AT 1001
               EXIT PARAGRAPH
           END-IF.

      * ARTIGOS DA TABELA DE PRECOS
           MOVE 0 TO WS-FA-TOTAL.
           MOVE 0 TO PRC-CODIGO.
           START FICPRECO KEY IS NOT LESS THAN PRC-CODIGO
               INVALID KEY MOVE "10" TO FS-PRC
           END-START.
           PERFORM UNTIL FS-PRC NOT = "00"
               READ FICPRECO NEXT RECORD
                   AT END
                       MOVE "10" TO FS-PRC
                   NOT AT END
                       IF WS-FA-TOTAL < 50 THEN
                           ADD 1 TO WS-FA-TOTAL
                           MOVE PRC-CODIGO TO WS-FA-COD(WS-FA-TOTAL)
                           MOVE PRC-DESCRICAO TO
                               WS-FA-DESC(WS-FA-TOTAL)
                           MOVE PRC-VALOR TO WS-FA-PRECO(WS-FA-TOTAL)
                           MOVE 0 TO WS-FA-UNID(WS-FA-TOTAL)
                           MOVE 0 TO WS-FA-CUSTO(WS-FA-TOTAL)
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-PRC.

      * INGREDIENTES COM O CUSTO MEDIO ATUAL
           MOVE 0 TO WS-FI-TOTAL.
           OPEN INPUT FICING.
           IF FS-ING = "00" THEN
               PERFORM UNTIL FS-ING NOT = "00"
                   READ FICING NEXT RECORD
                       AT END
                           MOVE "10" TO FS-ING
                       NOT AT END
                           PERFORM FC-GUARDA-INGREDIENTE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICING.

      * RECEITAS: ARTIGO;INGREDIENTE;QUANTIDADE POR UNIDADE VENDIDA
           MOVE 0 TO WS-FR-TOTAL.
           OPEN INPUT FICRCT.
           IF FS-RCT = "00" THEN
               PERFORM UNTIL FS-RCT NOT = "00"
                   READ FICRCT
                       AT END
                           MOVE "10" TO FS-RCT
                       NOT AT END
                           PERFORM FC-GUARDA-RECEITA
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICRCT.

      * UNIDADES VENDIDAS NO PERIODO (ANULACOES ABATEM)
           OPEN INPUT FICVENDAS.
           IF FS-VEN = "00" THEN
               PERFORM UNTIL FS-VEN NOT = "00"
                   READ FICVENDAS
                       AT END
                           MOVE "10" TO FS-VEN
                       NOT AT END
                           PERFORM FC-CONTA-VENDA
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICVENDAS.

      * CUSTO DE CADA ARTIGO E CONSUMO TEORICO DE CADA INGREDIENTE
           PERFORM VARYING WS-FR-IDX FROM 1 BY 1
               UNTIL WS-FR-IDX > WS-FR-TOTAL
               PERFORM FC-APLICA-RECEITA
           END-PERFORM.

      * COMPRAS E CONTAGENS PARA O CONSUMO REAL
           OPEN INPUT FICCMP.
           IF FS-CMP = "00" THEN
               PERFORM UNTIL FS-CMP NOT = "00"
                   READ FICCMP
                       AT END
                           MOVE "10" TO FS-CMP
                       NOT AT END
                           PERFORM FC-SOMA-COMPRA
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICCMP.
           OPEN INPUT FICCNT.
           IF FS-CNT = "00" THEN
               PERFORM UNTIL FS-CNT NOT = "00"
                   READ FICCNT
                       AT END
                           MOVE "10" TO FS-CNT
                       NOT AT END
                           PERFORM FC-LE-CONTAGEM
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICCNT.

           PERFORM FC-EMITE-RELATORIO.

       FC-GUARDA-INGREDIENTE.
           IF WS-FI-TOTAL NOT < 100 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FI-TOTAL.
           MOVE ING-CODIGO TO WS-FI-COD(WS-FI-TOTAL).
           MOVE ING-DESCRICAO TO WS-FI-DESC(WS-FI-TOTAL).
           MOVE ING-UNIDADE TO WS-FI-UNID(WS-FI-TOTAL).
           MOVE ING-CUSTO TO WS-FI-CUSTO(WS-FI-TOTAL).
           MOVE 0 TO WS-FI-TEORICO(WS-FI-TOTAL).
           MOVE 0 TO WS-FI-COMPRAS(WS-FI-TOTAL).
           MOVE 0 TO WS-FI-CNT-INI(WS-FI-TOTAL).
           MOVE 0 TO WS-FI-DATA-INI(WS-FI-TOTAL).
           MOVE 0 TO WS-FI-TEM-INI(WS-FI-TOTAL).
           MOVE 0 TO WS-FI-CNT-FIM(WS-FI-TOTAL).
           MOVE 0 TO WS-FI-DATA-FIM(WS-FI-TOTAL).
           MOVE 0 TO WS-FI-TEM-FIM(WS-FI-TOTAL).

       FC-GUARDA-RECEITA.
           IF WS-FR-TOTAL NOT < 300 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-FC-CAMPO1 WS-FC-CAMPO2 WS-FC-CAMPO3.
           UNSTRING RCT-LINHA DELIMITED BY ";"
               INTO WS-FC-CAMPO1 WS-FC-CAMPO2 WS-FC-CAMPO3
           END-UNSTRING.
           IF WS-FC-CAMPO3 = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FR-TOTAL.
           MOVE FUNCTION NUMVAL(WS-FC-CAMPO1) TO WS-FR-ART(WS-FR-TOTAL).
           MOVE FUNCTION NUMVAL(WS-FC-CAMPO2) TO WS-FR-ING(WS-FR-TOTAL).
           MOVE FUNCTION NUMVAL(WS-FC-CAMPO3) TO WS-FR-QTD(WS-FR-TOTAL).

       FC-CONTA-VENDA.
           MOVE SPACES TO V-DATA V-ITENS V-TOTAL-X V-FORMA.
           MOVE SPACES TO V-OPER-X V-NUMPED-X V-DESC-X V-ANUL-X.
           UNSTRING VEN-LINHA DELIMITED BY ","
               INTO V-DATA V-ITENS V-TOTAL-X V-FORMA
                    V-OPER-X V-NUMPED-X V-DESC-X V-ANUL-X
           END-UNSTRING.
           COMPUTE WS-FC-DATA = FUNCTION NUMVAL(V-DATA(7:4)) * 10000
               + FUNCTION NUMVAL(V-DATA(4:2)) * 100
               + FUNCTION NUMVAL(V-DATA(1:2)).
           IF (WS-FC-DATA < WS-FC-DINI) OR (WS-FC-DATA > WS-FC-DFIM)
               THEN
               EXIT PARAGRAPH
           END-IF.
           IF V-ANUL-X = SPACES THEN
               MOVE 1 TO WS-FC-SINAL
           ELSE
               MOVE -1 TO WS-FC-SINAL
           END-IF.
           MOVE 1 TO WS-Z-PONTEIRO.
           PERFORM UNTIL WS-Z-PONTEIRO > 150
               MOVE SPACES TO WS-NOME-W
               UNSTRING V-ITENS DELIMITED BY "+"
                   INTO WS-NOME-W
                   WITH POINTER WS-Z-PONTEIRO
               END-UNSTRING
               IF WS-NOME-W NOT = SPACES THEN
                   PERFORM VARYING WS-FA-IDX FROM 1 BY 1
                       UNTIL WS-FA-IDX > WS-FA-TOTAL
                       IF WS-FA-DESC(WS-FA-IDX) = WS-NOME-W THEN
                           ADD WS-FC-SINAL TO WS-FA-UNID(WS-FA-IDX)
                           MOVE WS-FA-TOTAL TO WS-FA-IDX
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE 151 TO WS-Z-PONTEIRO
               END-IF
           END-PERFORM.

       FC-APLICA-RECEITA.
           MOVE 0 TO WS-FA-POS.
           PERFORM VARYING WS-FA-IDX FROM 1 BY 1
               UNTIL WS-FA-IDX > WS-FA-TOTAL
               IF WS-FA-COD(WS-FA-IDX) = WS-FR-ART(WS-FR-IDX) THEN
                   MOVE WS-FA-IDX TO WS-FA-POS
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-FI-POS.
           PERFORM VARYING WS-FI-IDX FROM 1 BY 1
               UNTIL WS-FI-IDX > WS-FI-TOTAL
               IF WS-FI-COD(WS-FI-IDX) = WS-FR-ING(WS-FR-IDX) THEN
                   MOVE WS-FI-IDX TO WS-FI-POS
               END-IF
           END-PERFORM.
           IF (WS-FA-POS = 0) OR (WS-FI-POS = 0) THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-FA-CUSTO(WS-FA-POS) ROUNDED =
               WS-FA-CUSTO(WS-FA-POS) +
               WS-FR-QTD(WS-FR-IDX) * WS-FI-CUSTO(WS-FI-POS).
           COMPUTE WS-FI-TEORICO(WS-FI-POS) =
               WS-FI-TEORICO(WS-FI-POS) +
               WS-FA-UNID(WS-FA-POS) * WS-FR-QTD(WS-FR-IDX).

       FC-SOMA-COMPRA.
           MOVE SPACES TO WS-FC-CAMPO1 WS-FC-CAMPO2 WS-FC-CAMPO3.
           UNSTRING CMP-LINHA DELIMITED BY ";"
               INTO WS-FC-CAMPO1 WS-FC-CAMPO2 WS-FC-CAMPO3
           END-UNSTRING.
           MOVE FUNCTION NUMVAL(WS-FC-CAMPO1) TO WS-FC-DATA.
           IF (WS-FC-DATA < WS-FC-DINI) OR (WS-FC-DATA > WS-FC-DFIM)
               THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-FC-CAMPO2) TO WS-FC-ING.
           PERFORM VARYING WS-FI-IDX FROM 1 BY 1
               UNTIL WS-FI-IDX > WS-FI-TOTAL
               IF WS-FI-COD(WS-FI-IDX) = WS-FC-ING THEN
                   COMPUTE WS-FI-COMPRAS(WS-FI-IDX) =
                       WS-FI-COMPRAS(WS-FI-IDX) +
                       FUNCTION NUMVAL(WS-FC-CAMPO3)
               END-IF
           END-PERFORM.

       FC-LE-CONTAGEM.
      * INICIAL: ULTIMA ANTES DO PERIODO; FINAL: ULTIMA DENTRO DELE
           MOVE SPACES TO WS-FC-CAMPO1 WS-FC-CAMPO2 WS-FC-CAMPO3.
           UNSTRING CNT-LINHA DELIMITED BY ";"
               INTO WS-FC-CAMPO1 WS-FC-CAMPO2 WS-FC-CAMPO3
           END-UNSTRING.
           MOVE FUNCTION NUMVAL(WS-FC-CAMPO1) TO WS-FC-DATA.
           MOVE FUNCTION NUMVAL(WS-FC-CAMPO2) TO WS-FC-ING.
           IF WS-FC-DATA > WS-FC-DFIM THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-FI-IDX FROM 1 BY 1
               UNTIL WS-FI-IDX > WS-FI-TOTAL
               IF WS-FI-COD(WS-FI-IDX) = WS-FC-ING THEN
                   IF WS-FC-DATA < WS-FC-DINI THEN
                       IF WS-FC-DATA NOT < WS-FI-DATA-INI(WS-FI-IDX)
                           THEN
                           MOVE WS-FC-DATA TO
                               WS-FI-DATA-INI(WS-FI-IDX)
                           MOVE FUNCTION NUMVAL(WS-FC-CAMPO3) TO
                               WS-FI-CNT-INI(WS-FI-IDX)
                           MOVE 1 TO WS-FI-TEM-INI(WS-FI-IDX)
                       END-IF
                   ELSE
                       IF WS-FC-DATA NOT < WS-FI-DATA-FIM(WS-FI-IDX)
                           THEN
                           MOVE WS-FC-DATA TO
                               WS-FI-DATA-FIM(WS-FI-IDX)
                           MOVE FUNCTION NUMVAL(WS-FC-CAMPO3) TO
                               WS-FI-CNT-FIM(WS-FI-IDX)
                           MOVE 1 TO WS-FI-TEM-FIM(WS-FI-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       FC-EMITE-RELATORIO.
           MOVE 0 TO WS-FC-RECEITA-T.
           MOVE 0 TO WS-FC-CUSTO-T.
           MOVE 0 TO WS-FC-REAL-T.
           MOVE 0 TO WS-FC-DESVIO-T.
           OPEN OUTPUT FICFCR.

           MOVE SPACES TO FCR-LINHA.
           STRING "CUSTO ALIMENTAR - PERIODO " WS-FC-DINI " A "
               WS-FC-DFIM DELIMITED BY SIZE
               INTO FCR-LINHA
           END-STRING.
           WRITE REGISTO-FCR.
           MOVE SPACES TO FCR-LINHA.
           WRITE REGISTO-FCR.
           MOVE "ARTIGO                UNID    RECEITA  CUSTO TEOR.  "
               & " FC%" TO FCR-LINHA.
           WRITE REGISTO-FCR.

           PERFORM VARYING WS-FA-IDX FROM 1 BY 1
               UNTIL WS-FA-IDX > WS-FA-TOTAL
               IF WS-FA-UNID(WS-FA-IDX) NOT = 0 THEN
                   COMPUTE WS-FC-RECEITA = WS-FA-UNID(WS-FA-IDX) *
                       WS-FA-PRECO(WS-FA-IDX)
                   COMPUTE WS-FC-CUSTO ROUNDED =
                       WS-FA-UNID(WS-FA-IDX) * WS-FA-CUSTO(WS-FA-IDX)
                   ADD WS-FC-RECEITA TO WS-FC-RECEITA-T
                   ADD WS-FC-CUSTO TO WS-FC-CUSTO-T
                   MOVE 0 TO WS-FC-PERC
                   IF WS-FC-RECEITA NOT = 0 THEN
                       COMPUTE WS-FC-PERC ROUNDED =
                           WS-FC-CUSTO * 100 / WS-FC-RECEITA
                   END-IF
                   MOVE WS-FA-UNID(WS-FA-IDX) TO WS-FC-UNID-ED
                   MOVE WS-FC-RECEITA TO WS-FC-VAL-ED
                   MOVE WS-FC-CUSTO TO WS-FC-VAL-ED2
                   MOVE WS-FC-PERC TO WS-FC-PERC-ED
                   MOVE SPACES TO FCR-LINHA
                   STRING WS-FA-DESC(WS-FA-IDX) " " WS-FC-UNID-ED
                       " " WS-FC-VAL-ED "  " WS-FC-VAL-ED2
                       " " WS-FC-PERC-ED
                       DELIMITED BY SIZE
                       INTO FCR-LINHA
                   END-STRING
                   WRITE REGISTO-FCR
               END-IF
           END-PERFORM.

           MOVE 0 TO WS-FC-PERC.
           IF WS-FC-RECEITA-T NOT = 0 THEN
               COMPUTE WS-FC-PERC ROUNDED =
                   WS-FC-CUSTO-T * 100 / WS-FC-RECEITA-T
           END-IF.
           MOVE WS-FC-RECEITA-T TO WS-FC-VAL-ED.
           MOVE WS-FC-CUSTO-T TO WS-FC-VAL-ED2.
           MOVE WS-FC-PERC TO WS-FC-PERC-ED.
           MOVE SPACES TO FCR-LINHA.
           STRING "TOTAL                      " WS-FC-VAL-ED "  "
               WS-FC-VAL-ED2 " " WS-FC-PERC-ED
               DELIMITED BY SIZE
               INTO FCR-LINHA
           END-STRING.
           WRITE REGISTO-FCR.

           MOVE SPACES TO FCR-LINHA.
           WRITE REGISTO-FCR.
           MOVE "INGREDIENTE          UN    TEORICO       REAL     "
               & "DESVIO  VALOR DESVIO" TO FCR-LINHA.
           WRITE REGISTO-FCR.

           PERFORM VARYING WS-FI-IDX FROM 1 BY 1
               UNTIL WS-FI-IDX > WS-FI-TOTAL
               PERFORM FC-LINHA-INGREDIENTE
           END-PERFORM.

           MOVE SPACES TO FCR-LINHA.
           WRITE REGISTO-FCR.
           MOVE 0 TO WS-FC-PERC.
           IF WS-FC-RECEITA-T NOT = 0 THEN
               COMPUTE WS-FC-PERC ROUNDED =
                   WS-FC-REAL-T * 100 / WS-FC-RECEITA-T
           END-IF.
           MOVE WS-FC-REAL-T TO WS-FC-VAL-ED.
           MOVE WS-FC-PERC TO WS-FC-PERC-ED.
           MOVE SPACES TO FCR-LINHA.
           STRING "CUSTO REAL (CONTAGENS): " WS-FC-VAL-ED
               "  FC% REAL: " WS-FC-PERC-ED
               DELIMITED BY SIZE
               INTO FCR-LINHA
           END-STRING.
           WRITE REGISTO-FCR.
           MOVE WS-FC-DESVIO-T TO WS-FC-VAL-ED.
           MOVE SPACES TO FCR-LINHA.
           STRING "DESVIO NAO EXPLICADO:   " WS-FC-VAL-ED
               DELIMITED BY SIZE
               INTO FCR-LINHA
           END-STRING.
           WRITE REGISTO-FCR.
           CLOSE FICFCR.

           MOVE WS-FC-RECEITA-T TO WS-FC-VAL-ED.
           DISPLAY "RECEITA:" AT 1101.
           DISPLAY WS-FC-VAL-ED AT 1120.
           MOVE WS-FC-CUSTO-T TO WS-FC-VAL-ED.
           DISPLAY "CUSTO TEORICO:" AT 1201.
           DISPLAY WS-FC-VAL-ED AT 1220.
           MOVE WS-FC-REAL-T TO WS-FC-VAL-ED.
           DISPLAY "CUSTO REAL:" AT 1301.
           DISPLAY WS-FC-VAL-ED AT 1320.
           MOVE WS-FC-DESVIO-T TO WS-FC-VAL-ED.
           DISPLAY "DESVIO NAO EXPLICADO:" AT 1401.
           DISPLAY WS-FC-VAL-ED AT 1420.
           DISPLAY "RELATORIO GRAVADO EM CUSTO_ALIMENTAR.TXT" AT 1601.

       FC-LINHA-INGREDIENTE.
           MOVE WS-FI-TEORICO(WS-FI-IDX) TO WS-FC-QTD-ED.
           IF (WS-FI-TEM-INI(WS-FI-IDX) = 0) OR
              (WS-FI-TEM-FIM(WS-FI-IDX) = 0) THEN
               MOVE SPACES TO FCR-LINHA
               STRING WS-FI-DESC(WS-FI-IDX) " "
                   WS-FI-UNID(WS-FI-IDX) " " WS-FC-QTD-ED
                   "  SEM CONTAGEM INICIAL E FINAL"
                   DELIMITED BY SIZE
                   INTO FCR-LINHA
               END-STRING
               WRITE REGISTO-FCR
               EXIT PARAGRAPH
           END-IF.
      * REAL = CONTAGEM INICIAL + COMPRAS - CONTAGEM FINAL
           COMPUTE WS-FC-REAL = WS-FI-CNT-INI(WS-FI-IDX) +
               WS-FI-COMPRAS(WS-FI-IDX) - WS-FI-CNT-FIM(WS-FI-IDX).
           COMPUTE WS-FC-DESVIO = WS-FC-REAL -
               WS-FI-TEORICO(WS-FI-IDX).
           COMPUTE WS-FC-VALOR ROUNDED = WS-FC-DESVIO *
               WS-FI-CUSTO(WS-FI-IDX).
           COMPUTE WS-FC-REAL-T ROUNDED = WS-FC-REAL-T +
               WS-FC-REAL * WS-FI-CUSTO(WS-FI-IDX).
           ADD WS-FC-VALOR TO WS-FC-DESVIO-T.
           MOVE WS-FC-REAL TO WS-FC-QTD-ED2.
           MOVE WS-FC-DESVIO TO WS-FC-QTD-ED3.
           MOVE WS-FC-VALOR TO WS-FC-VAL-ED.
           MOVE SPACES TO FCR-LINHA.
           STRING WS-FI-DESC(WS-FI-IDX) " "
               WS-FI-UNID(WS-FI-IDX) " " WS-FC-QTD-ED " "
               WS-FC-QTD-ED2 " " WS-FC-QTD-ED3 " " WS-FC-VAL-ED
               DELIMITED BY SIZE
               INTO FCR-LINHA
           END-STRING.
           WRITE REGISTO-FCR.

       GESTAO-GAVETA.
           DISPLAY "GAVETA DO OPERADOR" AT 0601.
           DISPLAY WS-OPERADOR-LOGADO AT 0620.
           DISPLAY "(A)BRIR (R)ECOLHA (F)ECHAR (H)ISTORICO:" AT 0801.
           MOVE SPACES TO WS-GAV-OP.
           ACCEPT WS-GAV-OP AT 0841.
           PERFORM VERIFICA-GAVETA.
           EVALUATE TRUE
               WHEN GAV-OP-ABRIR
                   PERFORM ABRIR-GAVETA
               WHEN GAV-OP-RECOLHA
                   PERFORM RECOLHA-GAVETA
               WHEN GAV-OP-FECHAR
                   PERFORM FECHAR-GAVETA
               WHEN GAV-OP-HISTORICO
                   PERFORM HISTORICO-GAVETAS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA" AT 0901
           END-EVALUATE.

       VERIFICA-GAVETA.
      * ESTADO DA SESSAO DO OPERADOR A PARTIR DO REGISTO DA GAVETA
           MOVE 0 TO WS-GAV-ABERTA.
           MOVE 0 TO WS-GAV-FUNDO.
           MOVE 0 TO WS-GAV-VENDAS.
           MOVE 0 TO WS-GAV-DEVOL.
           MOVE 0 TO WS-GAV-RECOLHAS.
           MOVE 0 TO WS-GAV-DATA-ABR.
           MOVE 0 TO WS-GAV-HORA-ABR.
           OPEN INPUT FICGAV.
           IF FS-GAV = "00" THEN
               PERFORM UNTIL FS-GAV NOT = "00"
                   READ FICGAV
                       AT END
                           MOVE "10" TO FS-GAV
                       NOT AT END
                           PERFORM ACUMULA-MOV-GAVETA
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICGAV.

       ACUMULA-MOV-GAVETA.
           MOVE SPACES TO WS-GAV-DATA-X WS-GAV-HORA-X WS-GAV-OPER-X.
           MOVE SPACES TO WS-GAV-TIPO-X WS-GAV-VALOR-X.
           UNSTRING GAV-LINHA DELIMITED BY ";"
               INTO WS-GAV-DATA-X WS-GAV-HORA-X WS-GAV-OPER-X
                    WS-GAV-TIPO-X WS-GAV-VALOR-X
           END-UNSTRING.
           IF FUNCTION NUMVAL(WS-GAV-OPER-X) NOT = WS-OPERADOR-LOGADO
               THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-GAV-VALOR-X) TO WS-GAV-VALOR.
           EVALUATE WS-GAV-TIPO-X
               WHEN "A"
                   MOVE 1 TO WS-GAV-ABERTA
                   MOVE WS-GAV-VALOR TO WS-GAV-FUNDO
                   MOVE 0 TO WS-GAV-VENDAS
                   MOVE 0 TO WS-GAV-DEVOL
                   MOVE 0 TO WS-GAV-RECOLHAS
                   MOVE FUNCTION NUMVAL(WS-GAV-DATA-X) TO
                       WS-GAV-DATA-ABR
                   MOVE FUNCTION NUMVAL(WS-GAV-HORA-X) TO
                       WS-GAV-HORA-ABR
               WHEN "V"
                   ADD WS-GAV-VALOR TO WS-GAV-VENDAS
               WHEN "D"
                   ADD WS-GAV-VALOR TO WS-GAV-DEVOL
               WHEN "R"
                   ADD WS-GAV-VALOR TO WS-GAV-RECOLHAS
               WHEN "F"
                   MOVE 0 TO WS-GAV-ABERTA
           END-EVALUATE.

       REGISTA-MOV-GAVETA.
           ACCEPT WS-HORA-SIS FROM TIME.
           COMPUTE WS-DATA-NUM = ANO * 10000 + MES * 100 + DIA.
           MOVE WS-GAV-VALOR TO WS-GAV-VALOR-ED.
           OPEN EXTEND FICGAV.
           MOVE SPACES TO GAV-LINHA.
           STRING WS-DATA-NUM ";" WS-HORA-HH WS-HORA-MM WS-HORA-SS
               ";" WS-OPERADOR-LOGADO ";" WS-GAV-TIPO ";"
               FUNCTION TRIM(WS-GAV-VALOR-ED)
               DELIMITED BY SIZE
               INTO GAV-LINHA
           END-STRING.
           WRITE REGISTO-GAV.
           CLOSE FICGAV.

       ABRIR-GAVETA.
           IF WS-GAV-ABERTA = 1 THEN
               DISPLAY "GAVETA JA ABERTA - FECHE ANTES DE REABRIR"
               AT 0901
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "FUNDO DE CAIXA INICIAL:" AT 0901.
           MOVE SPACES TO TEMP-REC.
           ACCEPT TEMP-REC AT 0925.
           MOVE FUNCTION NUMVAL(TEMP-REC) TO WS-GAV-VALOR.
           MOVE "A" TO WS-GAV-TIPO.
           PERFORM REGISTA-MOV-GAVETA.
           DISPLAY "GAVETA ABERTA" AT 1001.

       RECOLHA-GAVETA.
      * RECOLHA DE DINHEIRO PARA O COFRE DURANTE O TURNO
           IF WS-GAV-ABERTA = 0 THEN
               DISPLAY "NAO HA GAVETA ABERTA PARA ESTE OPERADOR"
               AT 0901
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "VALOR RECOLHIDO AO COFRE:" AT 0901.
           MOVE SPACES TO TEMP-REC.
           ACCEPT TEMP-REC AT 0927.
           MOVE FUNCTION NUMVAL(TEMP-REC) TO WS-GAV-VALOR.
           IF WS-GAV-VALOR = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "R" TO WS-GAV-TIPO.
           PERFORM REGISTA-MOV-GAVETA.
           DISPLAY "RECOLHA REGISTADA" AT 1001.

       FECHAR-GAVETA.
           IF WS-GAV-ABERTA = 0 THEN
               DISPLAY "NAO HA GAVETA ABERTA PARA ESTE OPERADOR"
               AT 0901
               EXIT PARAGRAPH
           END-IF.
      * CONTAGEM CEGA: O VALOR ESPERADO SO SE MOSTRA DEPOIS
           DISPLAY "CONTAGEM - DINHEIRO NA GAVETA:" AT 0901.
           MOVE SPACES TO TEMP-REC.
           ACCEPT TEMP-REC AT 0932.
           MOVE FUNCTION NUMVAL(TEMP-REC) TO WS-GAV-CONTADO.
           COMPUTE WS-GAV-ESPERADO = WS-GAV-FUNDO + WS-GAV-VENDAS
               - WS-GAV-DEVOL - WS-GAV-RECOLHAS.
           COMPUTE WS-GAV-DIFERENCA = WS-GAV-CONTADO
               - WS-GAV-ESPERADO.
           MOVE WS-GAV-CONTADO TO WS-GAV-VALOR.
           MOVE "F" TO WS-GAV-TIPO.
           PERFORM REGISTA-MOV-GAVETA.

      * HISTORICO DE QUEBRAS DE CAIXA POR OPERADOR
           MOVE WS-GAV-DIFERENCA TO WS-GAV-DIF-ED.
           OPEN EXTEND FICQBR.
           MOVE SPACES TO QBR-LINHA.
           MOVE WS-GAV-FUNDO TO WS-GAV-VALOR-ED.
           MOVE WS-GAV-ESPERADO TO WS-GAV-ED2.
           MOVE WS-GAV-CONTADO TO WS-GAV-ED3.
           STRING WS-DATA-NUM ";" WS-OPERADOR-LOGADO ";"
               WS-GAV-DATA-ABR ";"
               FUNCTION TRIM(WS-GAV-VALOR-ED) ";"
               FUNCTION TRIM(WS-GAV-ED2) ";"
               FUNCTION TRIM(WS-GAV-ED3) ";"
               FUNCTION TRIM(WS-GAV-DIF-ED)
               DELIMITED BY SIZE
               INTO QBR-LINHA
           END-STRING.
           WRITE REGISTO-QBR.
           CLOSE FICQBR.

           PERFORM EMITIR-TALAO-GAVETA.

           DISPLAY "ESPERADO:" AT 1001.
           DISPLAY WS-GAV-ED2 AT 1012.
           DISPLAY "CONTADO:" AT 1101.
           DISPLAY WS-GAV-ED3 AT 1112.
           IF WS-GAV-DIFERENCA < 0 THEN
               DISPLAY "FALTA:" AT 1201
           ELSE
               DISPLAY "SOBRA:" AT 1201
           END-IF.
           DISPLAY WS-GAV-DIF-ED AT 1211.
           DISPLAY "TALAO GRAVADO EM GAVETA_MAC.TXT" AT 1401.

       EMITIR-TALAO-GAVETA.
           OPEN OUTPUT FICTGV.
           MOVE SPACES TO TGV-LINHA.
           STRING "***** BOCACHEIA - FECHO DE GAVETA *****"
               DELIMITED BY SIZE
               INTO TGV-LINHA
           END-STRING.
           WRITE REGISTO-TGV.
           MOVE SPACES TO TGV-LINHA.
           STRING "OPERADOR: " WS-OPERADOR-LOGADO
               "  ABERTURA: " WS-GAV-DATA-ABR " " WS-GAV-HORA-ABR
               DELIMITED BY SIZE
               INTO TGV-LINHA
           END-STRING.
           WRITE REGISTO-TGV.
           MOVE SPACES TO TGV-LINHA.
           STRING "FECHO: " WS-DATA-HOJE-TXT " " WS-HORA-HH ":"
               WS-HORA-MM
               DELIMITED BY SIZE
               INTO TGV-LINHA
           END-STRING.
           WRITE REGISTO-TGV.
           MOVE WS-GAV-FUNDO TO WS-GAV-VALOR-ED.
           MOVE SPACES TO TGV-LINHA.
           STRING "FUNDO INICIAL:       " WS-GAV-VALOR-ED
               DELIMITED BY SIZE
               INTO TGV-LINHA
           END-STRING.
           WRITE REGISTO-TGV.
           MOVE WS-GAV-VENDAS TO WS-GAV-VALOR-ED.
           MOVE SPACES TO TGV-LINHA.
           STRING "VENDAS EM DINHEIRO:  " WS-GAV-VALOR-ED
               DELIMITED BY SIZE
               INTO TGV-LINHA
           END-STRING.
           WRITE REGISTO-TGV.
           MOVE WS-GAV-DEVOL TO WS-GAV-VALOR-ED.
           MOVE SPACES TO TGV-LINHA.
           STRING "DEVOLUCOES:          " WS-GAV-VALOR-ED
               DELIMITED BY SIZE
               INTO TGV-LINHA
           END-STRING.
           WRITE REGISTO-TGV.
           MOVE WS-GAV-RECOLHAS TO WS-GAV-VALOR-ED.
           MOVE SPACES TO TGV-LINHA.
           STRING "RECOLHAS AO COFRE:   " WS-GAV-VALOR-ED
               DELIMITED BY SIZE
               INTO TGV-LINHA
           END-STRING.
           WRITE REGISTO-TGV.
           MOVE SPACES TO TGV-LINHA.
           STRING "ESPERADO NA GAVETA:  " WS-GAV-ED2
               DELIMITED BY SIZE
               INTO TGV-LINHA
           END-STRING.
           WRITE REGISTO-TGV.
           MOVE SPACES TO TGV-LINHA.
           STRING "CONTADO:             " WS-GAV-ED3
               DELIMITED BY SIZE
               INTO TGV-LINHA
           END-STRING.
           WRITE REGISTO-TGV.
           MOVE SPACES TO TGV-LINHA.
           IF WS-GAV-DIFERENCA < 0 THEN
               STRING "FALTA:               " WS-GAV-DIF-ED
                   DELIMITED BY SIZE
                   INTO TGV-LINHA
               END-STRING
           ELSE
               STRING "SOBRA:               " WS-GAV-DIF-ED
                   DELIMITED BY SIZE
                   INTO TGV-LINHA
               END-STRING
           END-IF.
           WRITE REGISTO-TGV.
           MOVE SPACES TO TGV-LINHA.
           WRITE REGISTO-TGV.
           MOVE "ASSINATURA OPERADOR: ____________________" TO
               TGV-LINHA.
           WRITE REGISTO-TGV.
           MOVE "ASSINATURA GERENTE:  ____________________" TO
               TGV-LINHA.
           WRITE REGISTO-TGV.
           CLOSE FICTGV.

       HISTORICO-GAVETAS.
      * SOBRAS E FALTAS ACUMULADAS POR OPERADOR
           MOVE 0 TO WS-HQ-TOTAL.
           OPEN INPUT FICQBR.
           IF FS-QBR = "00" THEN
               PERFORM UNTIL FS-QBR NOT = "00"
                   READ FICQBR
                       AT END
                           MOVE "10" TO FS-QBR
                       NOT AT END
                           PERFORM ACUMULA-QUEBRA
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICQBR.
           DISPLAY "OPER  FECHOS     SOBRAS     FALTAS    SALDO"
           AT 0901.
           MOVE 10 TO WS-HQ-LINHA.
           PERFORM VARYING WS-HQ-IDX FROM 1 BY 1
               UNTIL (WS-HQ-IDX > WS-HQ-TOTAL) OR (WS-HQ-LINHA > 23)
               MOVE WS-HQ-SOBRA(WS-HQ-IDX) TO WS-GAV-VALOR-ED
               MOVE WS-HQ-FALTA(WS-HQ-IDX) TO WS-GAV-ED2
               COMPUTE WS-GAV-DIFERENCA = WS-HQ-SOBRA(WS-HQ-IDX)
                   - WS-HQ-FALTA(WS-HQ-IDX)
               MOVE WS-GAV-DIFERENCA TO WS-GAV-DIF-ED
               DISPLAY WS-HQ-OPER(WS-HQ-IDX)
                   AT LINE WS-HQ-LINHA COL 01
               DISPLAY WS-HQ-FECHOS(WS-HQ-IDX)
                   AT LINE WS-HQ-LINHA COL 08
               DISPLAY WS-GAV-VALOR-ED AT LINE WS-HQ-LINHA COL 13
               DISPLAY WS-GAV-ED2 AT LINE WS-HQ-LINHA COL 24
               DISPLAY WS-GAV-DIF-ED AT LINE WS-HQ-LINHA COL 35
               ADD 1 TO WS-HQ-LINHA
           END-PERFORM.

       ACUMULA-QUEBRA.
           MOVE SPACES TO WS-GAV-DATA-X WS-GAV-OPER-X WS-GAV-HORA-X.
           MOVE SPACES TO WS-GAV-TIPO-X WS-GAV-VALOR-X WS-GAV-CAMPO-X.
           MOVE SPACES TO WS-GAV-DIF-X.
           UNSTRING QBR-LINHA DELIMITED BY ";"
               INTO WS-GAV-DATA-X WS-GAV-OPER-X WS-GAV-HORA-X
                    WS-GAV-TIPO-X WS-GAV-VALOR-X WS-GAV-CAMPO-X
                    WS-GAV-DIF-X
           END-UNSTRING.
           MOVE 0 TO WS-HQ-POS.
           PERFORM VARYING WS-HQ-IDX FROM 1 BY 1
               UNTIL WS-HQ-IDX > WS-HQ-TOTAL
               IF WS-HQ-OPER(WS-HQ-IDX) = WS-GAV-OPER-X(1:3) THEN
                   MOVE WS-HQ-IDX TO WS-HQ-POS
               END-IF
           END-PERFORM.
           IF (WS-HQ-POS = 0) AND (WS-HQ-TOTAL < 30) THEN
               ADD 1 TO WS-HQ-TOTAL
               MOVE WS-HQ-TOTAL TO WS-HQ-POS
               MOVE WS-GAV-OPER-X(1:3) TO WS-HQ-OPER(WS-HQ-POS)
               MOVE 0 TO WS-HQ-FECHOS(WS-HQ-POS)
               MOVE 0 TO WS-HQ-SOBRA(WS-HQ-POS)
               MOVE 0 TO WS-HQ-FALTA(WS-HQ-POS)
           END-IF.
           IF WS-HQ-POS = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-HQ-FECHOS(WS-HQ-POS).
           MOVE FUNCTION NUMVAL(WS-GAV-DIF-X) TO WS-GAV-DIFERENCA.
           IF WS-GAV-DIFERENCA < 0 THEN
               SUBTRACT WS-GAV-DIFERENCA FROM WS-HQ-FALTA(WS-HQ-POS)
           ELSE
               ADD WS-GAV-DIFERENCA TO WS-HQ-SOBRA(WS-HQ-POS)
           END-IF.

       VENDAS-POR-HORA.
           DISPLAY "VENDAS POR HORA E PESSOAL AO SERVICO" AT 0601.
           DISPLAY "DATA INICIO (AAAAMMDD):" AT 0801.
           MOVE SPACES TO TEMP-ING.
           ACCEPT TEMP-ING AT 0825.
           MOVE FUNCTION NUMVAL(TEMP-ING) TO WS-FC-DINI.
           DISPLAY "DATA FIM    (AAAAMMDD):" AT 0901.
           MOVE SPACES TO TEMP-ING.
           ACCEPT TEMP-ING AT 0925.
           MOVE FUNCTION NUMVAL(TEMP-ING) TO WS-FC-DFIM.
           IF (WS-FC-DINI = 0) OR (WS-FC-DFIM < WS-FC-DINI) THEN
               DISPLAY "PERIODO INVALIDO" AT 1001
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-HV-D FROM 1 BY 1 UNTIL WS-HV-D > 7
               MOVE 0 TO WS-HV-DIAS(WS-HV-D)
               PERFORM VARYING WS-HV-H FROM 1 BY 1 UNTIL WS-HV-H > 24
                   MOVE 0 TO WS-HV-VALOR(WS-HV-D, WS-HV-H)
                   MOVE 0 TO WS-HV-PEDIDOS(WS-HV-D, WS-HV-H)
                   MOVE 0 TO WS-HV-HORAS(WS-HV-D, WS-HV-H)
                   MOVE 0 TO WS-HV-CUSTO(WS-HV-D, WS-HV-H)
               END-PERFORM
           END-PERFORM.

      * QUANTAS VEZES CADA DIA DA SEMANA OCORRE NO PERIODO
           COMPUTE WS-HV-INT-INI = FUNCTION INTEGER-OF-DATE(WS-FC-DINI).
           COMPUTE WS-HV-INT-FIM = FUNCTION INTEGER-OF-DATE(WS-FC-DFIM).
           PERFORM VARYING WS-HV-INT FROM WS-HV-INT-INI BY 1
               UNTIL WS-HV-INT > WS-HV-INT-FIM
               COMPUTE WS-HV-D = FUNCTION MOD(WS-HV-INT - 1, 7) + 1
               ADD 1 TO WS-HV-DIAS(WS-HV-D)
           END-PERFORM.

      * CUSTO HORARIO DO PESSOAL DO RESTAURANTE: FUNCIONARIO;VALOR
           MOVE 0 TO WS-VH-TOTAL.
           OPEN INPUT FICVHR.
           IF FS-VHR = "00" THEN
               PERFORM UNTIL FS-VHR NOT = "00"
                   READ FICVHR
                       AT END
                           MOVE "10" TO FS-VHR
                       NOT AT END
                           PERFORM HV-GUARDA-VALOR-HORA
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICVHR.

           OPEN INPUT FICVENDAS.
           IF FS-VEN = "00" THEN
               PERFORM UNTIL FS-VEN NOT = "00"
                   READ FICVENDAS
                       AT END
                           MOVE "10" TO FS-VEN
                       NOT AT END
                           PERFORM HV-CONTA-VENDA
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICVENDAS.

           OPEN INPUT FICPON.
           IF FS-PON = "00" THEN
               PERFORM UNTIL FS-PON NOT = "00"
                   READ FICPON
                       AT END
                           MOVE "10" TO FS-PON
                       NOT AT END
                           PERFORM HV-TRATA-PICAGEM
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICPON.

           PERFORM HV-EMITE-RELATORIO.

       HV-GUARDA-VALOR-HORA.
           IF WS-VH-TOTAL NOT < 50 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-FC-CAMPO1 WS-FC-CAMPO2.
           UNSTRING VHR-LINHA DELIMITED BY ";"
               INTO WS-FC-CAMPO1 WS-FC-CAMPO2
           END-UNSTRING.
           IF WS-FC-CAMPO2 = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-VH-TOTAL.
           MOVE FUNCTION NUMVAL(WS-FC-CAMPO1) TO
               WS-VH-FUNC(WS-VH-TOTAL).
           MOVE FUNCTION NUMVAL(WS-FC-CAMPO2) TO
               WS-VH-VALOR(WS-VH-TOTAL).
           MOVE 0 TO WS-VH-ENT-DATA(WS-VH-TOTAL).
           MOVE 0 TO WS-VH-ENT-SEG(WS-VH-TOTAL).

       HV-CONTA-VENDA.
           MOVE SPACES TO V-DATA V-ITENS V-TOTAL-X V-FORMA.
           MOVE SPACES TO V-OPER-X V-NUMPED-X V-DESC-X V-ANUL-X.
           MOVE SPACES TO V-HORA-X.
           UNSTRING VEN-LINHA DELIMITED BY ","
               INTO V-DATA V-ITENS V-TOTAL-X V-FORMA
                    V-OPER-X V-NUMPED-X V-DESC-X V-ANUL-X V-HORA-X
           END-UNSTRING.
      * VENDAS ANTIGAS SEM HORA NAO ENTRAM NA DISTRIBUICAO HORARIA
           IF V-HORA-X(1:2) IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-FC-DATA = FUNCTION NUMVAL(V-DATA(7:4)) * 10000
               + FUNCTION NUMVAL(V-DATA(4:2)) * 100
               + FUNCTION NUMVAL(V-DATA(1:2)).
           IF (WS-FC-DATA < WS-FC-DINI) OR (WS-FC-DATA > WS-FC-DFIM)
               THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-HV-INT = FUNCTION INTEGER-OF-DATE(WS-FC-DATA).
           COMPUTE WS-HV-D = FUNCTION MOD(WS-HV-INT - 1, 7) + 1.
           COMPUTE WS-HV-H = FUNCTION NUMVAL(V-HORA-X(1:2)) + 1.
           IF WS-HV-H > 24 THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-HV-VALOR(WS-HV-D, WS-HV-H) =
               WS-HV-VALOR(WS-HV-D, WS-HV-H) +
               FUNCTION NUMVAL(V-TOTAL-X).
           IF V-ANUL-X = SPACES THEN
               ADD 1 TO WS-HV-PEDIDOS(WS-HV-D, WS-HV-H)
           END-IF.

       HV-TRATA-PICAGEM.
      * SO CONTA O PESSOAL COM VALOR HORA NO RESTAURANTE
           MOVE 0 TO WS-VH-POS.
           PERFORM VARYING WS-VH-IDX FROM 1 BY 1
               UNTIL WS-VH-IDX > WS-VH-TOTAL
               IF WS-VH-FUNC(WS-VH-IDX) = PON-FUNC THEN
                   MOVE WS-VH-IDX TO WS-VH-POS
               END-IF
           END-PERFORM.
           IF WS-VH-POS = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF (PON-DATA < WS-FC-DINI) OR (PON-DATA > WS-FC-DFIM) THEN
               EXIT PARAGRAPH
           END-IF.
           IF (PON-HORA(1:2) IS NOT NUMERIC) OR
              (PON-HORA(4:2) IS NOT NUMERIC) OR
              (PON-HORA(7:2) IS NOT NUMERIC) THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-HV-SEG = FUNCTION NUMVAL(PON-HORA(1:2)) * 3600
               + FUNCTION NUMVAL(PON-HORA(4:2)) * 60
               + FUNCTION NUMVAL(PON-HORA(7:2)).
           IF PON-TIPO = "E" THEN
               MOVE PON-DATA TO WS-VH-ENT-DATA(WS-VH-POS)
               MOVE WS-HV-SEG TO WS-VH-ENT-SEG(WS-VH-POS)
               EXIT PARAGRAPH
           END-IF.
      * SAIDA: REPARTE O TURNO DESDE A ENTRADA PELAS HORAS DO DIA
           IF (WS-VH-ENT-DATA(WS-VH-POS) NOT = PON-DATA) OR
              (WS-VH-ENT-SEG(WS-VH-POS) NOT < WS-HV-SEG) THEN
               MOVE 0 TO WS-VH-ENT-DATA(WS-VH-POS)
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-HV-INT = FUNCTION INTEGER-OF-DATE(PON-DATA).
           COMPUTE WS-HV-D = FUNCTION MOD(WS-HV-INT - 1, 7) + 1.
           MOVE WS-VH-ENT-SEG(WS-VH-POS) TO WS-HV-SEG-INI.
           MOVE WS-HV-SEG TO WS-HV-SEG-FIM.
           PERFORM UNTIL WS-HV-SEG-INI NOT < WS-HV-SEG-FIM
               COMPUTE WS-HV-H = WS-HV-SEG-INI / 3600 + 1
               COMPUTE WS-HV-SEG-LIM = WS-HV-H * 3600
               IF WS-HV-SEG-LIM > WS-HV-SEG-FIM THEN
                   MOVE WS-HV-SEG-FIM TO WS-HV-SEG-LIM
               END-IF
               COMPUTE WS-HV-HORAS(WS-HV-D, WS-HV-H) ROUNDED =
                   WS-HV-HORAS(WS-HV-D, WS-HV-H) +
                   (WS-HV-SEG-LIM - WS-HV-SEG-INI) / 3600
               COMPUTE WS-HV-CUSTO(WS-HV-D, WS-HV-H) ROUNDED =
                   WS-HV-CUSTO(WS-HV-D, WS-HV-H) +
                   (WS-HV-SEG-LIM - WS-HV-SEG-INI) *
                   WS-VH-VALOR(WS-VH-POS) / 3600
               MOVE WS-HV-SEG-LIM TO WS-HV-SEG-INI
           END-PERFORM.
           MOVE 0 TO WS-VH-ENT-DATA(WS-VH-POS).

       HV-EMITE-RELATORIO.
           OPEN OUTPUT FICHVR.
           MOVE SPACES TO HVR-LINHA.
           STRING "VENDAS POR HORA E PESSOAL - PERIODO " WS-FC-DINI
               " A " WS-FC-DFIM DELIMITED BY SIZE
               INTO HVR-LINHA
           END-STRING.
           WRITE REGISTO-HVR.
           MOVE SPACES TO HVR-LINHA.
           WRITE REGISTO-HVR.
           MOVE "POR DIA DA SEMANA E HORA" TO HVR-LINHA.
           WRITE REGISTO-HVR.
           MOVE WS-HV-CABECALHO TO HVR-LINHA.
           WRITE REGISTO-HVR.

           MOVE 0 TO WS-HV-T-VALOR.
           MOVE 0 TO WS-HV-T-PEDIDOS.
           MOVE 0 TO WS-HV-T-HORAS.
           MOVE 0 TO WS-HV-T-CUSTO.
           PERFORM VARYING WS-HV-D FROM 1 BY 1 UNTIL WS-HV-D > 7
               PERFORM VARYING WS-HV-H FROM 1 BY 1 UNTIL WS-HV-H > 24
                   MOVE WS-HV-VALOR(WS-HV-D, WS-HV-H) TO WS-HV-L-VALOR
                   MOVE WS-HV-PEDIDOS(WS-HV-D, WS-HV-H) TO
                       WS-HV-L-PEDIDOS
                   MOVE WS-HV-HORAS(WS-HV-D, WS-HV-H) TO WS-HV-L-HORAS
                   MOVE WS-HV-CUSTO(WS-HV-D, WS-HV-H) TO WS-HV-L-CUSTO
                   MOVE WS-HV-DIAS(WS-HV-D) TO WS-HV-L-DIAS
                   MOVE WS-HV-NOME-DIA(WS-HV-D) TO WS-HV-L-ROTULO
                   ADD WS-HV-L-VALOR TO WS-HV-T-VALOR
                   ADD WS-HV-L-PEDIDOS TO WS-HV-T-PEDIDOS
                   ADD WS-HV-L-HORAS TO WS-HV-T-HORAS
                   ADD WS-HV-L-CUSTO TO WS-HV-T-CUSTO
                   PERFORM HV-LINHA-RELATORIO
               END-PERFORM
           END-PERFORM.

           MOVE SPACES TO HVR-LINHA.
           WRITE REGISTO-HVR.
           MOVE "POR HORA DO DIA (TODOS OS DIAS)" TO HVR-LINHA.
           WRITE REGISTO-HVR.
           MOVE WS-HV-CABECALHO TO HVR-LINHA.
           WRITE REGISTO-HVR.
           PERFORM VARYING WS-HV-H FROM 1 BY 1 UNTIL WS-HV-H > 24
               MOVE 0 TO WS-HV-L-VALOR
               MOVE 0 TO WS-HV-L-PEDIDOS
               MOVE 0 TO WS-HV-L-HORAS
               MOVE 0 TO WS-HV-L-CUSTO
               MOVE 0 TO WS-HV-L-DIAS
               PERFORM VARYING WS-HV-D FROM 1 BY 1 UNTIL WS-HV-D > 7
                   ADD WS-HV-VALOR(WS-HV-D, WS-HV-H) TO WS-HV-L-VALOR
                   ADD WS-HV-PEDIDOS(WS-HV-D, WS-HV-H) TO
                       WS-HV-L-PEDIDOS
                   ADD WS-HV-HORAS(WS-HV-D, WS-HV-H) TO WS-HV-L-HORAS
                   ADD WS-HV-CUSTO(WS-HV-D, WS-HV-H) TO WS-HV-L-CUSTO
                   ADD WS-HV-DIAS(WS-HV-D) TO WS-HV-L-DIAS
               END-PERFORM
               MOVE "TOD" TO WS-HV-L-ROTULO
               PERFORM HV-LINHA-RELATORIO
           END-PERFORM.

           MOVE SPACES TO HVR-LINHA.
           WRITE REGISTO-HVR.
           MOVE WS-HV-T-VALOR TO WS-HV-L-VALOR.
           MOVE WS-HV-T-PEDIDOS TO WS-HV-L-PEDIDOS.
           MOVE WS-HV-T-HORAS TO WS-HV-L-HORAS.
           MOVE WS-HV-T-CUSTO TO WS-HV-L-CUSTO.
           MOVE 0 TO WS-HV-L-DIAS.
           MOVE "TOT" TO WS-HV-L-ROTULO.
           MOVE 0 TO WS-HV-H.
           PERFORM HV-LINHA-RELATORIO.
           CLOSE FICHVR.

           MOVE WS-HV-T-VALOR TO WS-FC-VAL-ED.
           DISPLAY "VENDAS:" AT 1101.
           DISPLAY WS-FC-VAL-ED AT 1120.
           MOVE WS-HV-T-HORAS TO WS-HV-HORAS-ED.
           DISPLAY "HORAS TRABALHADAS:" AT 1201.
           DISPLAY WS-HV-HORAS-ED AT 1220.
           MOVE WS-HV-T-CUSTO TO WS-FC-VAL-ED.
           DISPLAY "CUSTO DE PESSOAL:" AT 1301.
           DISPLAY WS-FC-VAL-ED AT 1320.
           DISPLAY "RELATORIO GRAVADO EM VENDAS_HORA.TXT" AT 1501.

       HV-LINHA-RELATORIO.
      * UMA LINHA SO QUANDO HOUVE VENDAS OU PESSOAL NESSA HORA
           IF (WS-HV-L-VALOR = 0) AND (WS-HV-L-HORAS = 0) AND
              (WS-HV-L-PEDIDOS = 0) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-HV-PESSOAL.
           IF WS-HV-L-DIAS > 0 THEN
               COMPUTE WS-HV-PESSOAL ROUNDED =
                   WS-HV-L-HORAS / WS-HV-L-DIAS
           END-IF.
           MOVE 0 TO WS-HV-POR-HORA.
           IF WS-HV-L-HORAS > 0 THEN
               COMPUTE WS-HV-POR-HORA ROUNDED =
                   WS-HV-L-VALOR / WS-HV-L-HORAS
           END-IF.
           MOVE 0 TO WS-FC-PERC.
           IF WS-HV-L-VALOR > 0 THEN
               COMPUTE WS-FC-PERC ROUNDED =
                   WS-HV-L-CUSTO * 100 / WS-HV-L-VALOR
           END-IF.
           IF WS-HV-H = 0 THEN
               MOVE SPACES TO WS-HV-HORA-TXT
           ELSE
               COMPUTE WS-HV-HORA-N = WS-HV-H - 1
               MOVE SPACES TO WS-HV-HORA-TXT
               STRING WS-HV-HORA-N "H" DELIMITED BY SIZE
                   INTO WS-HV-HORA-TXT
               END-STRING
           END-IF.
           MOVE WS-HV-L-VALOR TO WS-FC-VAL-ED.
           MOVE WS-HV-L-HORAS TO WS-HV-HORAS-ED.
           MOVE WS-HV-PESSOAL TO WS-HV-PESSOAL-ED.
           MOVE WS-HV-POR-HORA TO WS-FC-VAL-ED2.
           MOVE WS-FC-PERC TO WS-FC-PERC-ED.
           MOVE SPACES TO HVR-LINHA.
           STRING WS-HV-L-ROTULO " " WS-HV-HORA-TXT " "
               WS-HV-L-PEDIDOS " " WS-FC-VAL-ED " "
               WS-HV-HORAS-ED " " WS-HV-PESSOAL-ED " "
               WS-FC-VAL-ED2 "  " WS-FC-PERC-ED
               DELIMITED BY SIZE
               INTO HVR-LINHA
           END-STRING.
           WRITE REGISTO-HVR.

       ACUMULA-IVA.
           MOVE 0 TO WS-IVA-POS.
           PERFORM VARYING WS-IVA-IDX FROM 1 BY 1
               UNTIL WS-IVA-IDX > WS-IVA-TOT
               IF WS-IVA-TAXA(WS-IVA-IDX) = WS-IVA-TAXA-W THEN
                   MOVE WS-IVA-IDX TO WS-IVA-POS
               END-IF
           END-PERFORM.
           IF (WS-IVA-POS = 0) AND (WS-IVA-TOT < 5) THEN
               ADD 1 TO WS-IVA-TOT
               MOVE WS-IVA-TOT TO WS-IVA-POS
               MOVE WS-IVA-TAXA-W TO WS-IVA-TAXA(WS-IVA-POS)
               MOVE 0 TO WS-IVA-BRUTO(WS-IVA-POS)
           END-IF.
           IF WS-IVA-POS NOT = 0 THEN
               ADD WS-IVA-BRUTO-W TO WS-IVA-BRUTO(WS-IVA-POS)
           END-IF.

       MOSTRA-IVA-PEDIDO.
           MOVE 17 TO WS-IVA-LINHA-E.
           PERFORM VARYING WS-IVA-IDX FROM 1 BY 1
               UNTIL WS-IVA-IDX > WS-IVA-TOT
               COMPUTE WS-IVA-BASE ROUNDED =
                   WS-IVA-BRUTO(WS-IVA-IDX) /
                   (1 + WS-IVA-TAXA(WS-IVA-IDX) / 100)
               COMPUTE WS-IVA-VALOR = WS-IVA-BRUTO(WS-IVA-IDX)
                   - WS-IVA-BASE
               MOVE WS-IVA-BASE TO WS-IVA-ED
               MOVE WS-IVA-VALOR TO WS-IVA-ED2
               DISPLAY "IVA" AT LINE WS-IVA-LINHA-E COL 01
               DISPLAY WS-IVA-TAXA(WS-IVA-IDX)
                   AT LINE WS-IVA-LINHA-E COL 05
               DISPLAY "% BASE:" AT LINE WS-IVA-LINHA-E COL 07
               DISPLAY WS-IVA-ED AT LINE WS-IVA-LINHA-E COL 15
               DISPLAY "IVA:" AT LINE WS-IVA-LINHA-E COL 25
               DISPLAY WS-IVA-ED2 AT LINE WS-IVA-LINHA-E COL 30
               ADD 1 TO WS-IVA-LINHA-E
           END-PERFORM.

       EMITIR-RECIBO.
           MOVE 0 TO WS-NUM-RECIBO.
           OPEN INPUT FICNRC.
           IF FS-NRC = "00" THEN
               READ FICNRC
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(NRC-LINHA) TO
                           WS-NUM-RECIBO
               END-READ
           END-IF.
           CLOSE FICNRC.
           ADD 1 TO WS-NUM-RECIBO.
           OPEN OUTPUT FICNRC.
           MOVE SPACES TO NRC-LINHA.
           STRING WS-NUM-RECIBO DELIMITED BY SIZE INTO NRC-LINHA
           END-STRING.
           WRITE REGISTO-NRC.
           CLOSE FICNRC.

           OPEN OUTPUT FICRCB.

           MOVE SPACES TO RCB-LINHA.
           STRING "***** BOCACHEIA - RECIBO Nr " WS-NUM-RECIBO
               " *****" DELIMITED BY SIZE
               INTO RCB-LINHA
           END-STRING.
           WRITE REGISTO-RCB.

           MOVE SPACES TO RCB-LINHA.
           STRING "DATA: " WS-DATA-HOJE-TXT
               "  PEDIDO: " WS-NUM-PEDIDO
               DELIMITED BY SIZE
               INTO RCB-LINHA
           END-STRING.
           WRITE REGISTO-RCB.

           MOVE SPACES TO RCB-LINHA.
           STRING "ITENS: " FUNCTION TRIM(WS-ITENS-PEDIDO)
               DELIMITED BY SIZE
               INTO RCB-LINHA
           END-STRING.
           WRITE REGISTO-RCB.

           MOVE TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO RCB-LINHA.
           STRING "TOTAL: " WS-TOTAL-ED
               "  FORMA: " WS-FORMA-TXT
               DELIMITED BY SIZE
               INTO RCB-LINHA
           END-STRING.
           WRITE REGISTO-RCB.

           PERFORM VARYING WS-IVA-IDX FROM 1 BY 1
               UNTIL WS-IVA-IDX > WS-IVA-TOT
               COMPUTE WS-IVA-BASE ROUNDED =
                   WS-IVA-BRUTO(WS-IVA-IDX) /
                   (1 + WS-IVA-TAXA(WS-IVA-IDX) / 100)
               COMPUTE WS-IVA-VALOR = WS-IVA-BRUTO(WS-IVA-IDX)
                   - WS-IVA-BASE
               MOVE WS-IVA-BASE TO WS-IVA-ED
               MOVE WS-IVA-VALOR TO WS-IVA-ED2
               MOVE SPACES TO RCB-LINHA
               STRING "IVA " WS-IVA-TAXA(WS-IVA-IDX)
                   " PC  BASE: " WS-IVA-ED
                   "  IVA: " WS-IVA-ED2
                   DELIMITED BY SIZE
                   INTO RCB-LINHA
               END-STRING
               WRITE REGISTO-RCB
           END-PERFORM.

           CLOSE FICRCB.

      * JORNAL SEQUENCIAL DE RECIBOS PARA O CONTABILISTA
           OPEN EXTEND FICJRC.
           MOVE TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO JRC-LINHA.
           STRING WS-NUM-RECIBO ";" WS-DATA-HOJE-TXT ";"
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO JRC-LINHA
           END-STRING.
           PERFORM VARYING WS-IVA-IDX FROM 1 BY 1
               UNTIL WS-IVA-IDX > WS-IVA-TOT
               COMPUTE WS-IVA-BASE ROUNDED =
                   WS-IVA-BRUTO(WS-IVA-IDX) /
                   (1 + WS-IVA-TAXA(WS-IVA-IDX) / 100)
               COMPUTE WS-IVA-VALOR = WS-IVA-BRUTO(WS-IVA-IDX)
                   - WS-IVA-BASE
                   INTO JRC-LINHA
               END-STRING
           END-PERFORM.
           MOVE JRC-LINHA TO JRC-TMP.
           MOVE SPACES TO JRC-LINHA.
           STRING FUNCTION TRIM(JRC-TMP) ";PED:" WS-NUM-PEDIDO
               DELIMITED BY SIZE
               INTO JRC-LINHA
           END-STRING.
           WRITE REGISTO-JRC.
           CLOSE FICJRC.

       ANULAR-VENDA.
           DISPLAY "ANULACAO / DEVOLUCAO DE VENDA" AT 0601.
           DISPLAY "PEDIDO Nr (0=SAIR):" AT 0801.
           MOVE SPACES TO TEMP-COZ.
           ACCEPT TEMP-COZ AT 0821.
           MOVE FUNCTION NUMVAL(TEMP-COZ) TO WS-ANU-PEDIDO.
           IF WS-ANU-PEDIDO = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ANU-PEDIDO TO WS-ANU-PEDIDO-X.

      * PROCURA A VENDA NO FICHEIRO E SE JA FOI ANULADA
           MOVE 0 TO WS-ANU-ACHOU.
           MOVE 0 TO WS-ANU-JA-FEITA.
           OPEN INPUT FICVENDAS.
           IF FS-VEN = "00" THEN
               PERFORM UNTIL FS-VEN NOT = "00"
                   READ FICVENDAS
                       AT END
                           MOVE "10" TO FS-VEN
                       NOT AT END
                           PERFORM PROCURA-VENDA-ANULAR
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICVENDAS.

           IF WS-ANU-ACHOU = 0 THEN
               DISPLAY "PEDIDO NAO ENCONTRADO EM VENDAS.TXT" AT 0901
               EXIT PARAGRAPH
           END-IF.
           IF WS-ANU-JA-FEITA = 1 THEN
               DISPLAY "PEDIDO JA ANULADO OU DEVOLVIDO     " AT 0901
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "DATA:" AT 0901.
           DISPLAY WS-ANU-DATA AT 0907.
           DISPLAY "FORMA:" AT 0920.
           DISPLAY WS-ANU-FORMA AT 0927.
           DISPLAY "TOTAL:" AT 0940.
           DISPLAY WS-ANU-TOTAL-X AT 0947.
           DISPLAY WS-ANU-ITENS(1:75) AT 1001.

      * A DEVOLUCAO EM DINHEIRO SAI DA GAVETA DE QUEM ANULA
           IF WS-ANU-FORMA(1:8) = "DINHEIRO" THEN
               PERFORM VERIFICA-GAVETA
               IF WS-GAV-ABERTA = 0 THEN
                   DISPLAY "GAVETA FECHADA - ABRA A GAVETA (MODO G) "
                   & "ANTES DE DEVOLVER" AT 1101
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY "MOTIVO (E)RRO (D)ESISTENCIA (R)ECLAMACAO (O)UTRO:"
           AT 1201.
           MOVE SPACES TO WS-ANU-MOTIVO.
           ACCEPT WS-ANU-MOTIVO AT 1251.
           MOVE FUNCTION UPPER-CASE(WS-ANU-MOTIVO) TO WS-ANU-MOTIVO.
           IF NOT VALIDA-MOTIVO-ANU THEN
               DISPLAY "MOTIVO INVALIDO - OPERACAO CANCELADA" AT 1301
               EXIT PARAGRAPH
           END-IF.

           PERFORM AUTORIZA-GERENTE.
           IF WS-GER-OK = 0 THEN
               DISPLAY "AUTORIZACAO RECUSADA - SO UM GERENTE PODE "
               & "ANULAR" AT 1801
               EXIT PARAGRAPH
           END-IF.

      * NO PROPRIO DIA E ANULACAO; DE DIAS ANTERIORES E DEVOLUCAO
           IF WS-ANU-DATA = WS-DATA-HOJE-TXT THEN
               MOVE "ANU" TO WS-ANU-TIPO
           ELSE
               MOVE "DEV" TO WS-ANU-TIPO
           END-IF.
           MOVE SPACES TO WS-ANU-MARCA.
           STRING WS-ANU-TIPO "/" WS-ANU-MOTIVO "/" WS-GER-CODFUNC
               DELIMITED BY SIZE
               INTO WS-ANU-MARCA
           END-STRING.
           MOVE FUNCTION NUMVAL(WS-ANU-TOTAL-X) TO WS-ANU-TOTAL.

           PERFORM REPOE-STOCK-ANULACAO.

      * LINHA NEGATIVA NAS VENDAS, NA MESMA FORMA DE PAGAMENTO
           ACCEPT WS-HORA-SIS FROM TIME.
           COMPUTE WS-ANU-NEG = 0 - WS-ANU-TOTAL.
           MOVE WS-ANU-NEG TO WS-ANU-NEG-ED.
           OPEN EXTEND FICVENDAS.
           MOVE SPACES TO VEN-LINHA.
           STRING WS-DATA-HOJE-TXT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-ANU-ITENS) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-ANU-NEG-ED DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-ANU-FORMA) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-OPERADOR-LOGADO DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-ANU-PEDIDO-X DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-ANU-DESC-X) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-ANU-MARCA DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-HORA-HH WS-HORA-MM WS-HORA-SS DELIMITED BY SIZE
               INTO VEN-LINHA
           END-STRING.
           WRITE REGISTO-VENDA.
           CLOSE FICVENDAS.
           IF WS-ANU-FORMA(1:8) = "DINHEIRO" THEN
               MOVE WS-ANU-TOTAL TO WS-GAV-VALOR
               MOVE "D" TO WS-GAV-TIPO
               PERFORM REGISTA-MOV-GAVETA
           END-IF.

           PERFORM EMITIR-RECIBO-ANULACAO.

           DISPLAY "VENDA ANULADA - DOCUMENTO Nr" AT 1901.
           DISPLAY WS-NUM-RECIBO AT 1930.
           DISPLAY "VALOR A DEVOLVER:" AT 2001.
           DISPLAY WS-ANU-TOTAL-X AT 2019.
           DISPLAY WS-ANU-FORMA AT 2032.

       PROCURA-VENDA-ANULAR.
           MOVE SPACES TO V-DATA V-ITENS V-TOTAL-X V-FORMA.
           MOVE SPACES TO V-OPER-X V-NUMPED-X V-DESC-X V-ANUL-X.
           UNSTRING VEN-LINHA DELIMITED BY ","
               INTO V-DATA V-ITENS V-TOTAL-X V-FORMA
                    V-OPER-X V-NUMPED-X V-DESC-X V-ANUL-X
           END-UNSTRING.
           IF V-NUMPED-X(1:5) NOT = WS-ANU-PEDIDO-X THEN
               EXIT PARAGRAPH
           END-IF.
           IF V-ANUL-X NOT = SPACES THEN
               MOVE 1 TO WS-ANU-JA-FEITA
               EXIT PARAGRAPH
           END-IF.
      * SE O NUMERO SE REPETIR VALE A VENDA MAIS RECENTE
           MOVE 1 TO WS-ANU-ACHOU.
           MOVE 0 TO WS-ANU-JA-FEITA.
           MOVE V-DATA TO WS-ANU-DATA.
           MOVE V-ITENS TO WS-ANU-ITENS.
           MOVE V-TOTAL-X TO WS-ANU-TOTAL-X.
           MOVE V-FORMA TO WS-ANU-FORMA.
           MOVE V-DESC-X TO WS-ANU-DESC-X.

       AUTORIZA-GERENTE.
      * LOGIN DE UM FUNCIONARIO COM PERFIL DE SUPERVISOR
           MOVE 0 TO WS-GER-OK.
           MOVE 0 TO WS-GER-CODFUNC.
           DISPLAY "AUTORIZACAO - CODIGO DO GERENTE:" AT 1501.
           MOVE SPACES TO WS-GER-COD.
           ACCEPT WS-GER-COD AT 1534.
           DISPLAY "PASSWORD:" AT 1601.
           MOVE SPACES TO WS-GER-PW.
           ACCEPT WS-GER-PW AT 1611.

           OPEN INPUT FICFUN.
           IF FS-FUN NOT = "00" THEN
               CLOSE FICFUN
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-GER-COD) TO FS-CODFUNC.
           READ FICFUN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-GER-PW TO WS-PASSWORD-TRABALHO
                   PERFORM CALCULA-HASH-PASSWORD
                   IF WS-PASSWORD-HASH-CALC = FS-PASSWORD-HASH
                       AND FS-ATIVO-FUNC = "S"
                       AND FS-BLOQUEADO NOT = "S"
                       AND FUNCTION UPPER-CASE(FS-PERFIL) = "S" THEN
                       MOVE 1 TO WS-GER-OK
                       MOVE FS-CODFUNC TO WS-GER-CODFUNC
                   END-IF
           END-READ.
           CLOSE FICFUN.

       REPOE-STOCK-ANULACAO.
      * DEVOLVE AO STOCK CADA ARTIGO DO PEDIDO E JUNTA O IVA POR TAXA
           MOVE 0 TO WS-IVA-TOT.
           MOVE 0 TO WS-ANU-SOMA.
           MOVE 1 TO WS-Z-PONTEIRO.
           PERFORM UNTIL WS-Z-PONTEIRO > 150
               MOVE SPACES TO WS-NOME-W
               UNSTRING WS-ANU-ITENS DELIMITED BY "+"
                   INTO WS-NOME-W
                   WITH POINTER WS-Z-PONTEIRO
               END-UNSTRING
               IF WS-NOME-W NOT = SPACES THEN
                   PERFORM REPOE-UM-ARTIGO
               ELSE
                   MOVE 151 TO WS-Z-PONTEIRO
               END-IF
           END-PERFORM.
           PERFORM IVA-ORIGINAL-ANULACAO.

      * O VALOR ANULADO REPARTE-SE PELAS TAXAS NA PROPORCAO DOS PRECOS
           IF WS-ANU-SOMA > 0 THEN
               MOVE WS-ANU-TOTAL TO WS-ANU-RESTO
               PERFORM VARYING WS-IVA-IDX FROM 1 BY 1
                   UNTIL WS-IVA-IDX > WS-IVA-TOT
                   IF WS-IVA-IDX = WS-IVA-TOT THEN
                       MOVE WS-ANU-RESTO TO WS-IVA-BRUTO(WS-IVA-IDX)
                   ELSE
                       COMPUTE WS-IVA-BRUTO(WS-IVA-IDX) ROUNDED =
                           WS-ANU-TOTAL * WS-IVA-BRUTO(WS-IVA-IDX)
                           / WS-ANU-SOMA
                       SUBTRACT WS-IVA-BRUTO(WS-IVA-IDX)
                           FROM WS-ANU-RESTO
                   END-IF
               END-PERFORM
           END-IF.

       REPOE-UM-ARTIGO.
           MOVE 0 TO PRC-CODIGO.
           START FICPRECO KEY IS NOT LESS THAN PRC-CODIGO
               INVALID KEY MOVE "10" TO FS-PRC
           END-START.
           PERFORM UNTIL FS-PRC NOT = "00"
               READ FICPRECO NEXT RECORD
                   AT END
                       MOVE "10" TO FS-PRC
                   NOT AT END
                       IF (PRC-DESCRICAO = WS-NOME-W) AND
                          (PRC-TIPO NOT = "C") THEN
                           ADD 1 TO PRC-STOCK
                           REWRITE REGISTO-PRECO
                           END-REWRITE
                           MOVE PRC-IVA TO WS-IVA-TAXA-W
                           MOVE PRC-VALOR TO WS-IVA-BRUTO-W
                           PERFORM ACUMULA-IVA
                           ADD PRC-VALOR TO WS-ANU-SOMA
                           MOVE "10" TO FS-PRC
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-PRC.

      * O IVA DA ANULACAO SAI DO RECIBO ORIGINAL NO JORNAL, PARA QUE
      * OS MENUS SEJAM ESTORNADOS A TAXA A QUE FORAM VENDIDOS; SEM
      * RECIBO NO JORNAL FICA A REPARTICAO PELOS ARTIGOS
       IVA-ORIGINAL-ANULACAO.
           MOVE 0 TO WS-ANU-JRC-ACHOU.
           MOVE SPACES TO WS-JRC-CHAVE.
           STRING "PED:" WS-ANU-PEDIDO-X DELIMITED BY SIZE
               INTO WS-JRC-CHAVE
           END-STRING.
           OPEN INPUT FICJRC.
           IF FS-JRC = "00" THEN
               PERFORM UNTIL FS-JRC NOT = "00"
                   READ FICJRC
                       AT END
                           MOVE "10" TO FS-JRC
                       NOT AT END
                           PERFORM VERIFICA-JRC-ANULACAO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICJRC.
           IF WS-ANU-JRC-ACHOU = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-IVA-TOT.
           MOVE 0 TO WS-ANU-SOMA.
           MOVE 1 TO WS-JRC-PTR.
           PERFORM UNTIL WS-JRC-PTR > 150
               MOVE SPACES TO WS-JRC-CAMPO
               UNSTRING WS-ANU-JRC DELIMITED BY ";"
                   INTO WS-JRC-CAMPO
                   WITH POINTER WS-JRC-PTR
               END-UNSTRING
               IF WS-JRC-CAMPO = SPACES THEN
                   MOVE 151 TO WS-JRC-PTR
               ELSE
                   IF (WS-JRC-CAMPO(3:1) = ":") AND
                      (WS-JRC-CAMPO(1:2) IS NUMERIC) THEN
                       MOVE SPACES TO WS-JRC-TAXA-X WS-JRC-BASE-X
                           WS-JRC-IVA-X
                       UNSTRING WS-JRC-CAMPO DELIMITED BY ":"
                           INTO WS-JRC-TAXA-X WS-JRC-BASE-X
                               WS-JRC-IVA-X
                       END-UNSTRING
                       MOVE WS-JRC-TAXA-X TO WS-IVA-TAXA-W
                       COMPUTE WS-IVA-BRUTO-W =
                           FUNCTION NUMVAL(WS-JRC-BASE-X)
                           + FUNCTION NUMVAL(WS-JRC-IVA-X)
                       PERFORM ACUMULA-IVA
                       ADD WS-IVA-BRUTO-W TO WS-ANU-SOMA
                   END-IF
               END-IF
           END-PERFORM.

      * RECIBO DE VENDA (VALOR POSITIVO) DO MESMO DIA E PEDIDO; SE O
      * NUMERO SE REPETIR VALE O MAIS RECENTE, COMO NAS VENDAS
       VERIFICA-JRC-ANULACAO.
           MOVE SPACES TO WS-JRC-NUM-X WS-JRC-DATA WS-JRC-TOTAL-X.
           UNSTRING JRC-LINHA DELIMITED BY ";"
               INTO WS-JRC-NUM-X WS-JRC-DATA WS-JRC-TOTAL-X
           END-UNSTRING.
           MOVE 0 TO WS-JRC-CONTA.
           MOVE 0 TO WS-JRC-NEG.
           INSPECT JRC-LINHA TALLYING WS-JRC-CONTA
               FOR ALL WS-JRC-CHAVE.
           INSPECT WS-JRC-TOTAL-X TALLYING WS-JRC-NEG FOR ALL "-".
           IF (WS-JRC-DATA = WS-ANU-DATA) AND (WS-JRC-CONTA > 0)
               AND (WS-JRC-NEG = 0) THEN
               MOVE 1 TO WS-ANU-JRC-ACHOU
               MOVE JRC-LINHA TO WS-ANU-JRC
           END-IF.

       EMITIR-RECIBO-ANULACAO.
      * O DOCUMENTO DE ANULACAO SEGUE A NUMERACAO DOS RECIBOS
           MOVE 0 TO WS-NUM-RECIBO.
           OPEN INPUT FICNRC.
           IF FS-NRC = "00" THEN
               READ FICNRC
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(NRC-LINHA) TO
                           WS-NUM-RECIBO
               END-READ
           END-IF.
           CLOSE FICNRC.
           ADD 1 TO WS-NUM-RECIBO.
           OPEN OUTPUT FICNRC.
           MOVE SPACES TO NRC-LINHA.
           STRING WS-NUM-RECIBO DELIMITED BY SIZE INTO NRC-LINHA
           END-STRING.
           WRITE REGISTO-NRC.
           CLOSE FICNRC.

           OPEN OUTPUT FICRCB.
           MOVE SPACES TO RCB-LINHA.
           STRING "***** BOCACHEIA - ANULACAO Nr " WS-NUM-RECIBO
               " *****" DELIMITED BY SIZE
               INTO RCB-LINHA
           END-STRING.
           WRITE REGISTO-RCB.
           MOVE SPACES TO RCB-LINHA.
           STRING "DATA: " WS-DATA-HOJE-TXT
               "  PEDIDO: " WS-ANU-PEDIDO-X
               "  DE " WS-ANU-DATA
               DELIMITED BY SIZE
               INTO RCB-LINHA
           END-STRING.
           WRITE REGISTO-RCB.
           MOVE SPACES TO RCB-LINHA.
           STRING "ITENS: " FUNCTION TRIM(WS-ANU-ITENS)
               DELIMITED BY SIZE
               INTO RCB-LINHA
           END-STRING.
           WRITE REGISTO-RCB.
           MOVE SPACES TO RCB-LINHA.
           STRING "DEVOLVIDO: " WS-ANU-NEG-ED
               "  FORMA: " WS-ANU-FORMA
               "  " WS-ANU-MARCA
               DELIMITED BY SIZE
               INTO RCB-LINHA
           END-STRING.
           WRITE REGISTO-RCB.
           CLOSE FICRCB.

      * JORNAL DE RECIBOS: VALORES NEGATIVOS E O CODIGO DO MOTIVO
           OPEN EXTEND FICJRC.
           MOVE SPACES TO JRC-LINHA.
           STRING WS-NUM-RECIBO ";" WS-DATA-HOJE-TXT ";"
               WS-ANU-NEG-ED DELIMITED BY SIZE
               INTO JRC-LINHA
           END-STRING.
           PERFORM VARYING WS-IVA-IDX FROM 1 BY 1
               UNTIL WS-IVA-IDX > WS-IVA-TOT
               COMPUTE WS-IVA-BASE ROUNDED =
                   WS-IVA-BRUTO(WS-IVA-IDX) /
                   (1 + WS-IVA-TAXA(WS-IVA-IDX) / 100)
               COMPUTE WS-IVA-VALOR = WS-IVA-BRUTO(WS-IVA-IDX)
                   - WS-IVA-BASE
               COMPUTE WS-ANU-NEG = 0 - WS-IVA-BASE
               MOVE WS-ANU-NEG TO WS-ANU-IVA-ED
               COMPUTE WS-ANU-NEG = 0 - WS-IVA-VALOR
               MOVE WS-ANU-NEG TO WS-ANU-IVA-ED2
               MOVE JRC-LINHA TO JRC-TMP
               MOVE SPACES TO JRC-LINHA
               STRING FUNCTION TRIM(JRC-TMP) ";"
                   WS-IVA-TAXA(WS-IVA-IDX) ":"
                   WS-ANU-IVA-ED ":" WS-ANU-IVA-ED2
                   DELIMITED BY SIZE
                   INTO JRC-LINHA
               END-STRING
           END-PERFORM.
           MOVE JRC-LINHA TO JRC-TMP.
           MOVE SPACES TO JRC-LINHA.
           STRING FUNCTION TRIM(JRC-TMP) ";" WS-ANU-MARCA
               ";PED:" WS-ANU-PEDIDO-X
               DELIMITED BY SIZE
               INTO JRC-LINHA
           END-STRING.
           WRITE REGISTO-JRC.
           CLOSE FICJRC.

