           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CNV.

           SELECT OPTIONAL FICEMP ASSIGN TO "EMPRESTIMOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-EMP
           RECORD KEY IS EMP-NUM.

           SELECT OPTIONAL FICPRE ASSIGN TO "PRESTACOES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-PRE
           RECORD KEY IS PRE-CHAVE.

           SELECT OPTIONAL FICPLA ASSIGN TO "PLANO_EMPRESTIMO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PLA.

           SELECT OPTIONAL FICCOB ASSIGN TO "COBRANCAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COB.

           SELECT OPTIONAL FICLCH ASSIGN TO "CADERNETAS_CHEQUES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-LCH
           RECORD KEY IS LCH-NUM.

           SELECT OPTIONAL FICCHQ ASSIGN TO "CHEQUES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CHQ
           RECORD KEY IS CHQ-NUMERO.

           SELECT OPTIONAL FICAPR ASSIGN TO "CHEQUES_APRESENTADOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-APR.

           SELECT OPTIONAL FICCMP ASSIGN TO "COMPENSACAO_CHEQUES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CMP.

           SELECT OPTIONAL FICDEV ASSIGN TO "CHEQUES_DEVOLVIDOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEV.

           SELECT OPTIONAL FICTIT ASSIGN TO "TITULARES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-TIT
           RECORD KEY IS TIT-CHAVE
           ALTERNATE RECORD KEY IS TIT-NIF WITH DUPLICATES.

           SELECT OPTIONAL FICCTV ASSIGN TO "CATIVOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CTV
           RECORD KEY IS CTV-NUM
           ALTERNATE RECORD KEY IS CTV-CONTA WITH DUPLICATES.

           SELECT OPTIONAL FICCTR ASSIGN TO "CATIVOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTR.

           SELECT OPTIONAL FICCAS ASSIGN TO "CASOS_CONFORMIDADE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CAS
           RECORD KEY IS CAS-NUM
           ALTERNATE RECORD KEY IS CAS-ORIGEM.

           SELECT OPTIONAL FICCNF ASSIGN TO "CONFORMIDADE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CNF.

           SELECT OPTIONAL FICCRT ASSIGN TO "CERTIFICADOS_JUROS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CRT.

           SELECT OPTIONAL FICRAT ASSIGN TO "RETENCOES_AT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RAT.

           SELECT OPTIONAL FICMND ASSIGN TO "MANDATOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-MND
           RECORD KEY IS MND-NIF
           ALTERNATE RECORD KEY IS MND-CONTA WITH DUPLICATES.

      * FATURAS E RECIBOS DO SABAO, COBRADOS POR DEBITO DIRETO
           SELECT OPTIONAL FICFAT ASSIGN TO "INDEX.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-FAT
           RECORD KEY IS FAT-NUMERO.

           SELECT OPTIONAL FICRCB ASSIGN TO "RECIBOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-RCB
           RECORD KEY IS RCB-NUMERO.

           SELECT OPTIONAL FICDDC ASSIGN TO "DEBITOS_DIRETOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DDC.

           SELECT OPTIONAL FICDDR ASSIGN TO "DEBITOS_REJEITADOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DDR.

           SELECT OPTIONAL FICPER ASSIGN TO "PERIODOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-PER
           RECORD KEY IS PER-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD FICCTA.
       01 REGISTO-CNV.
           05 CNV-LINHA        PIC X(250) VALUES SPACES.

       FD FICEMP.
       01 REGISTO-EMP.
           05 EMP-NUM          PIC 9(06).
           05 EMP-NIF          PIC 9(09) VALUES 0.
           05 EMP-CONTA        PIC 9(06) VALUES 0.
           05 EMP-CAPITAL      PIC 9(6)V99 VALUES 0.
           05 EMP-TAXA         PIC 9(2)V99 VALUES 0.
           05 EMP-PRAZO        PIC 9(03) VALUES 0.
           05 EMP-DATA-INICIO  PIC 9(08) VALUES 0.
           05 EMP-PRESTACAO    PIC 9(6)V99 VALUES 0.
           05 EMP-CAPITAL-DIVIDA PIC 9(6)V99 VALUES 0.
           05 EMP-ESTADO       PIC X(01) VALUES SPACES.
           05 EMP-OPERADOR     PIC 9(03) VALUES 0.

       FD FICPRE.
       01 REGISTO-PRE.
           05 PRE-CHAVE.
               10 PRE-EMP      PIC 9(06).
               10 PRE-NUM      PIC 9(03).
           05 PRE-DATA-VENC    PIC 9(08) VALUES 0.
           05 PRE-VALOR        PIC 9(6)V99 VALUES 0.
           05 PRE-CAPITAL      PIC 9(6)V99 VALUES 0.
           05 PRE-JURO         PIC 9(6)V99 VALUES 0.
           05 PRE-DIVIDA-APOS  PIC 9(6)V99 VALUES 0.
           05 PRE-ESTADO       PIC X(01) VALUES SPACES.
           05 PRE-DATA-PAG     PIC 9(08) VALUES 0.

       FD FICPLA.
       01 REGISTO-PLA.
           05 PLA-LINHA        PIC X(100) VALUES SPACES.

       FD FICCOB.
       01 REGISTO-COB.
           05 COB-LINHA        PIC X(100) VALUES SPACES.

       FD FICLCH.
       01 REGISTO-LCH.
           05 LCH-NUM          PIC 9(06).
           05 LCH-CONTA        PIC 9(06) VALUES 0.
           05 LCH-PRIMEIRO     PIC 9(07) VALUES 0.
           05 LCH-ULTIMO       PIC 9(07) VALUES 0.
           05 LCH-DATA         PIC 9(08) VALUES 0.
           05 LCH-OPERADOR     PIC 9(03) VALUES 0.

       FD FICCHQ.
       01 REGISTO-CHQ.
           05 CHQ-NUMERO       PIC 9(07).
           05 CHQ-CONTA        PIC 9(06) VALUES 0.
           05 CHQ-LIVRO        PIC 9(06) VALUES 0.
           05 CHQ-ESTADO       PIC X(01) VALUES SPACES.
           05 CHQ-VALOR        PIC 9(6)V99 VALUES 0.
           05 CHQ-DATA         PIC 9(08) VALUES 0.
           05 CHQ-DEVOLUCOES   PIC 9(02) VALUES 0.

       FD FICAPR.
       01 REGISTO-APR.
           05 APR-LINHA        PIC X(40) VALUES SPACES.

       FD FICCMP.
       01 REGISTO-CMP.
           05 CMP-LINHA        PIC X(100) VALUES SPACES.

       FD FICDEV.
       01 REGISTO-DEV.
           05 DEV-LINHA        PIC X(100) VALUES SPACES.

       FD FICTIT.
       01 REGISTO-TIT.
           05 TIT-CHAVE.
               10 TIT-CONTA    PIC 9(06).
               10 TIT-NIF      PIC 9(09).
           05 TIT-PAPEL        PIC X(01) VALUES SPACES.
           05 TIT-REGRA        PIC X(01) VALUES SPACES.
           05 TIT-DATA         PIC 9(08) VALUES 0.
           05 TIT-OPERADOR     PIC 9(03) VALUES 0.

       FD FICCTV.
       01 REGISTO-CTV.
           05 CTV-NUM          PIC 9(06).
           05 CTV-CONTA        PIC 9(06) VALUES 0.
           05 CTV-TIPO         PIC X(01) VALUES SPACES.
           05 CTV-MONTANTE     PIC 9(6)V99 VALUES 0.
           05 CTV-CATIVADO     PIC 9(6)V99 VALUES 0.
           05 CTV-MOTIVO       PIC X(30) VALUES SPACES.
           05 CTV-REFERENCIA   PIC X(20) VALUES SPACES.
           05 CTV-DATA-INI     PIC 9(08) VALUES 0.
           05 CTV-DATA-FIM     PIC 9(08) VALUES 0.
           05 CTV-ESTADO       PIC X(01) VALUES SPACES.
           05 CTV-OPERADOR     PIC 9(03) VALUES 0.

       FD FICCTR.
       01 REGISTO-CTR.
           05 CTR-LINHA        PIC X(100) VALUES SPACES.

       FD FICCAS.
       01 REGISTO-CAS.
           05 CAS-NUM          PIC 9(06).
           05 CAS-ORIGEM       PIC X(30).
           05 CAS-TIPO         PIC X(01) VALUES SPACES.
           05 CAS-NIF          PIC 9(09) VALUES 0.
           05 CAS-CONTA        PIC 9(06) VALUES 0.
           05 CAS-DATA-INI     PIC 9(08) VALUES 0.
           05 CAS-DATA-FIM     PIC 9(08) VALUES 0.
           05 CAS-MONTANTE     PIC 9(8)V99 VALUES 0.
           05 CAS-QTD          PIC 9(04) VALUES 0.
           05 CAS-OPERADOR     PIC 9(03) VALUES 0.
           05 CAS-DATA-DETECAO PIC 9(08) VALUES 0.
           05 CAS-ESTADO       PIC X(01) VALUES SPACES.
           05 CAS-DECISAO      PIC X(01) VALUES SPACES.
           05 CAS-NOTA         PIC X(40) VALUES SPACES.
           05 CAS-REVISOR      PIC 9(03) VALUES 0.
           05 CAS-DATA-DECISAO PIC 9(08) VALUES 0.

       FD FICCNF.
       01 REGISTO-CNF.
           05 CNF-LINHA        PIC X(100) VALUES SPACES.

       FD FICCRT.
       01 REGISTO-CRT.
           05 CRT-LINHA        PIC X(100) VALUES SPACES.

       FD FICRAT.
       01 REGISTO-RAT.
           05 RAT-LINHA        PIC X(80) VALUES SPACES.

       FD FICMND.
       01 REGISTO-MND.
           05 MND-NIF          PIC X(09).
           05 MND-CONTA        PIC 9(06) VALUES 0.
           05 MND-MAXIMO       PIC 9(6)V99 VALUES 0.
           05 MND-DATA-INI     PIC 9(08) VALUES 0.
           05 MND-DATA-FIM     PIC 9(08) VALUES 0.
           05 MND-ESTADO       PIC X(01) VALUES SPACES.
           05 MND-DATA-REG     PIC 9(08) VALUES 0.
           05 MND-OPERADOR     PIC 9(03) VALUES 0.

       FD FICFAT.
       01 REGISTO-FAT.
           05 FAT-NUMERO       PIC X(05).
           05 FAT-DIA          PIC X(02).
           05 FAT-MES          PIC X(02).
           05 FAT-ANO          PIC X(04).
           05 FAT-PRAZO        PIC X(02).
           05 FAT-VALOR        PIC 9(5)V99.
           05 FAT-PAGO         PIC A.
           05 FAT-NIF          PIC X(09).
           05 FAT-VALOR-PAGO   PIC 9(5)V99.
           05 FAT-DIA-PAG      PIC X(02).
           05 FAT-MES-PAG      PIC X(02).
           05 FAT-ANO-PAG      PIC X(04).
           05 FAT-BASE         PIC 9(5)V99.
           05 FAT-TAXA         PIC 9(02).
           05 FAT-IVA          PIC 9(5)V99.
           05 FAT-NIVEL-AVISO  PIC 9(01).
           05 FAT-DATA-AVISO   PIC 9(08).

       FD FICRCB.
       01 REGISTO-RCB.
           05 RCB-NUMERO       PIC 9(05).
           05 RCB-FATURA       PIC X(05).
           05 RCB-NIF          PIC X(09).
           05 RCB-VALOR        PIC 9(5)V99.
           05 RCB-DIA          PIC X(02).
           05 RCB-MES          PIC X(02).
           05 RCB-ANO          PIC X(04).
           05 RCB-METODO       PIC X(01).

       FD FICPER.
       01 REGISTO-PER.
           05 PER-CHAVE.
               10 PER-NEGOCIO  PIC X(10).
               10 PER-ANOMES   PIC 9(06).
           05 PER-ESTADO       PIC X(01).
           05 PER-DATA-FECHO   PIC 9(08).
           05 PER-OPER-FECHO   PIC 9(03).
           05 PER-DATA-REAB    PIC 9(08).
           05 PER-OPER-REAB    PIC 9(03).

       FD FICDDC.
       01 REGISTO-DDC.
           05 DDC-LINHA        PIC X(100) VALUES SPACES.

       FD FICDDR.
       01 REGISTO-DDR.
           05 DDR-LINHA        PIC X(100) VALUES SPACES.

       FD FICFUN.
       01 REGISTO-FUN.
           05 FS-CODFUNC          PIC 9(03).
       77 OPERACAO       PIC A VALUE SPACES.
           88 VALIDAR-OPERACAO VALUES "D","C","S","T","E","M","R",
                                       "U","P","O","X","G","Y","Z",
                                       "V","L","K","H","I","B",
                                       "W","N","Q".
       77 MONTANTE       PIC 9(6)V99 VALUE 0.
       77 SAIDA          PIC Z,ZZZ.99.
       77 WS-MONTANTE-ED PIC Z(5)9.99.
       77 COMISSAO-CONTA PIC 9(4)V99 VALUE 0.
       77 TOTAL-JUROS    PIC 9(7)V99 VALUE 0.
       77 TOTAL-COMISSOES PIC 9(7)V99 VALUE 0.
       77 RET-TAXA       PIC 9(2)V99 VALUE 0.
       77 RETENCAO-CONTA PIC 9(6)V99 VALUE 0.
       77 TOTAL-RETENCOES PIC 9(7)V99 VALUE 0.
       77 CONTAS-PROC    PIC 9(4) VALUE 0.
       77 MES-JA-FECHADO PIC 9 VALUE 0.
       77 WS-TOTAL-ED    PIC Z(6)9.99.
               10 REC-I-CONTA      PIC 9(6).
               10 REC-I-CALCULADO  PIC S9(7)V99.
               10 REC-I-NO-FICHEIRO PIC 9.
       77 FS-EMP         PIC 9(02).
       77 FS-PRE         PIC 9(02).
       77 FS-PLA         PIC 9(02).
       77 FS-COB         PIC 9(02).
       77 EMP-OP         PIC X(01) VALUE SPACES.
           88 EMP-OP-NOVO      VALUES "N","n".
           88 EMP-OP-PLANO     VALUES "P","p".
       77 EMP-CREDITAR   PIC X(01) VALUE SPACES.
           88 EMP-CREDITAR-SIM VALUES "S","s".
       77 TEMP-CAP       PIC X(10) VALUE SPACES.
       77 EMP-NUM-W      PIC 9(06) VALUE 0.
       77 EMP-CONTA-W    PIC 9(06) VALUE 0.
       77 EMP-CAPITAL-W  PIC 9(6)V99 VALUE 0.
       77 EMP-TAXA-W     PIC 9(2)V99 VALUE 0.
       77 EMP-PRAZO-W    PIC 9(03) VALUE 0.
       77 EMP-DATA-W     PIC 9(08) VALUE 0.
       77 EMP-PRESTACAO-W PIC 9(6)V99 VALUE 0.
       77 EMP-TAXA-MES   PIC 9V9(8) VALUE 0.
       77 EMP-FATOR      PIC 9V9(12) VALUE 0.
       77 EMP-DIVIDA-W   PIC 9(6)V99 VALUE 0.
       77 EMP-JURO-W     PIC 9(6)V99 VALUE 0.
       77 EMP-AMORT-W    PIC 9(6)V99 VALUE 0.
       77 EMP-JURO-ED    PIC Z(5)9.99.
       77 EMP-PRE-IDX    PIC 9(03) VALUE 0.
       77 EMP-ANO-V      PIC 9(04) VALUE 0.
       77 EMP-MES-V      PIC 9(02) VALUE 0.
       77 EMP-DIA-V      PIC 9(02) VALUE 0.
       77 EMP-MMDD-W     PIC 9(04) VALUE 0.
       77 EMP-MESES-W    PIC 9(04) VALUE 0.
       77 EMP-ANOS-W     PIC 9(03) VALUE 0.
       77 COB-LIMITE     PIC 9(08) VALUE 0.
       77 COB-PAGAS      PIC 9(04) VALUE 0.
       77 COB-ATRASO     PIC 9(04) VALUE 0.
       77 COB-TOTAL      PIC 9(7)V99 VALUE 0.
       77 COB-MOTIVO     PIC X(20) VALUE SPACES.
       77 POS-EMP-QTD    PIC 9(3) VALUE 0.
       77 POS-EMP-TOTAL  PIC 9(8)V99 VALUE 0.
       77 POS-EMP-ATRASO PIC 9(3) VALUE 0.
       77 FS-LCH         PIC 9(02).
       77 FS-CHQ         PIC 9(02).
       77 FS-APR         PIC 9(02).
       77 FS-CMP         PIC 9(02).
       77 FS-DEV         PIC 9(02).
       77 CHQ-OP         PIC X(01) VALUE SPACES.
           88 CHQ-OP-EMITIR    VALUES "E","e".
           88 CHQ-OP-COMPENSAR VALUES "C","c".
           88 CHQ-OP-OPOSICAO  VALUES "O","o".
       77 TEMP-CHQ       PIC X(07) VALUE SPACES.
       77 CHQ-QTD        PIC 9(03) VALUE 0.
       77 CHQ-NUM-W      PIC 9(07) VALUE 0.
       77 CHQ-LIVRO-W    PIC 9(06) VALUE 0.
       77 CHQ-PRIMEIRO-W PIC 9(07) VALUE 0.
       77 CHQ-ULTIMO-W   PIC 9(07) VALUE 0.
       77 CHQ-VALOR-W    PIC 9(6)V99 VALUE 0.
       77 CHQ-TAXA-DEVOL PIC 9(4)V99 VALUE 0.
       77 CHQ-TAXA-W     PIC 9(4)V99 VALUE 0.
       77 CHQ-HOJE       PIC 9(08) VALUE 0.
       77 CHQ-PAGOS      PIC 9(04) VALUE 0.
       77 CHQ-DEVOLVIDOS PIC 9(04) VALUE 0.
       77 CHQ-REJEITADOS PIC 9(04) VALUE 0.
       77 CHQ-TOTAL      PIC 9(7)V99 VALUE 0.
       77 CHQ-MOTIVO     PIC X(20) VALUE SPACES.
       77 CHQ-F1         PIC X(10) VALUE SPACES.
       77 CHQ-F2         PIC X(12) VALUE SPACES.
       77 FS-TIT         PIC 9(02).
       77 TIT-OP         PIC X(01) VALUE SPACES.
           88 TIT-OP-ADICIONAR VALUES "A","a".
           88 TIT-OP-REMOVER   VALUES "R","r".
           88 TIT-OP-LISTAR    VALUES "L","l".
       77 TIT-OK         PIC 9 VALUE 0.
       77 TIT-QTD        PIC 9(03) VALUE 0.
       77 TIT-NIF1       PIC 9(09) VALUE 0.
       77 TIT-NIF2       PIC 9(09) VALUE 0.
       77 TIT-PRINCIPAL-W PIC 9(09) VALUE 0.
       77 TIT-PAPEL-W    PIC X(01) VALUE SPACES.
       77 TIT-REGRA-W    PIC X(01) VALUE SPACES.
       77 TIT-PAPEL-ED   PIC X(16) VALUE SPACES.
       77 TIT-REGRA-ED   PIC X(20) VALUE SPACES.
       77 TIT-MOTIVO     PIC X(40) VALUE SPACES.
       77 FS-CTV         PIC 9(02).
       77 FS-CTR         PIC 9(02).
       77 CTV-OP         PIC X(01) VALUE SPACES.
           88 CTV-OP-NOVO      VALUES "N","n".
           88 CTV-OP-LIBERTAR  VALUES "L","l".
           88 CTV-OP-RELATORIO VALUES "R","r".
       77 CTV-NUM-W      PIC 9(06) VALUE 0.
       77 CTV-CONTA-W    PIC 9(06) VALUE 0.
       77 CTV-TIPO-W     PIC X(01) VALUE SPACES.
       77 CTV-MONTANTE-W PIC 9(6)V99 VALUE 0.
       77 CTV-MOTIVO-W   PIC X(30) VALUE SPACES.
       77 CTV-REF-W      PIC X(20) VALUE SPACES.
       77 CTV-DATA-FIM-W PIC 9(08) VALUE 0.
       77 CTV-HOJE       PIC 9(08) VALUE 0.
       77 CTV-ATIVO      PIC 9 VALUE 0.
       77 CTV-VALOR-W    PIC 9(6)V99 VALUE 0.
       77 CTV-CAPTURA-W  PIC 9(6)V99 VALUE 0.
       77 CTV-RESTO-W    PIC 9(6)V99 VALUE 0.
       77 CTV-SALDO-W    PIC 9(6)V99 VALUE 0.
       77 CTV-BLOQUEADO  PIC 9(7)V99 VALUE 0.
       77 CTV-DISPONIVEL PIC 9(6)V99 VALUE 0.
       77 CTV-QTD        PIC 9(04) VALUE 0.
       77 CTV-TOTAL      PIC 9(8)V99 VALUE 0.
       77 FS-CAS         PIC 9(02).
       77 FS-CNF         PIC 9(02).
       77 CNF-OP         PIC X(01) VALUE SPACES.
           88 CNF-OP-GERAR     VALUES "G","g".
           88 CNF-OP-DECISAO   VALUES "D","d".
       77 CNF-DE         PIC 9(08) VALUE 0.
       77 CNF-ATE        PIC 9(08) VALUE 0.
       77 CNF-HOJE       PIC 9(08) VALUE 0.
       77 CNF-LIMITE     PIC 9(7)V99 VALUE 0.
       77 CNF-DIAS       PIC 9(03) VALUE 0.
       77 CNF-QTD        PIC 9(04) VALUE 0.
       77 CNF-IDX        PIC 9(04) VALUE 0.
       77 CNF-JDX        PIC 9(04) VALUE 0.
       77 CNF-CHEIO      PIC 9 VALUE 0.
       77 CNF-GRANDES    PIC 9(04) VALUE 0.
       77 CNF-FRACC      PIC 9(04) VALUE 0.
       77 CNF-CONTA-ANT  PIC 9(06) VALUE 0.
       77 CNF-NIF-ANT    PIC 9(09) VALUE 0.
       77 CNF-NIF-W      PIC 9(09) VALUE 0.
       77 CNF-CONTA-W    PIC 9(06) VALUE 0.
       77 CNF-OPER-W     PIC 9(03) VALUE 0.
       77 CNF-DATA-INI   PIC 9(08) VALUE 0.
       77 CNF-DATA-FIM   PIC 9(08) VALUE 0.
       77 CNF-DIAS-INI   PIC 9(07) VALUE 0.
       77 CNF-SOMA       PIC 9(8)V99 VALUE 0.
       77 CNF-CONT       PIC 9(04) VALUE 0.
       77 CNF-NOVO-ED    PIC X(14) VALUE SPACES.
       77 CAS-NUM-W      PIC 9(06) VALUE 0.
       77 CAS-TIPO-W     PIC X(01) VALUE SPACES.
       77 CAS-DECISAO-W  PIC X(01) VALUE SPACES.
       77 CAS-NOTA-W     PIC X(40) VALUE SPACES.
       01 TABELA-CONFORMIDADE.
           05 CNF-ITEM OCCURS 1000 TIMES.
               10 CNF-T-NIF    PIC 9(09).
               10 CNF-T-CONTA  PIC 9(06).
               10 CNF-T-DATA   PIC 9(08).
               10 CNF-T-DIAS   PIC 9(07).
               10 CNF-T-OP     PIC X(01).
               10 CNF-T-MONT   PIC 9(7)V99.
               10 CNF-T-OPER   PIC 9(03).
               10 CNF-T-MARCA  PIC 9(01).
       77 FS-CRT         PIC 9(02).
       77 FS-RAT         PIC 9(02).
       77 CRT-ANO        PIC 9(04) VALUE 0.
       77 CRT-QTD        PIC 9(04) VALUE 0.
       77 CRT-IDX        PIC 9(04) VALUE 0.
       77 CRT-JDX        PIC 9(04) VALUE 0.
       77 CRT-CHEIO      PIC 9 VALUE 0.
       77 CRT-CLIENTES   PIC 9(04) VALUE 0.
       77 CRT-CONTA-ANT  PIC 9(06) VALUE 0.
       77 CRT-NIF-W      PIC 9(09) VALUE 0.
       77 CRT-TIT-QTD    PIC 9(02) VALUE 0.
       77 CRT-TIT-IDX    PIC 9(02) VALUE 0.
       77 CRT-BRUTO-CONTA PIC 9(8)V99 VALUE 0.
       77 CRT-RETIDO-CONTA PIC 9(8)V99 VALUE 0.
       77 CRT-PARTE-BRUTO PIC 9(8)V99 VALUE 0.
       77 CRT-PARTE-RETIDO PIC 9(8)V99 VALUE 0.
       77 CRT-BRUTO-NIF  PIC 9(8)V99 VALUE 0.
       77 CRT-RETIDO-NIF PIC 9(8)V99 VALUE 0.
       77 CRT-LIQUIDO-W  PIC 9(9)V99 VALUE 0.
       77 CRT-TOTAL-BRUTO PIC 9(9)V99 VALUE 0.
       77 CRT-TOTAL-RETIDO PIC 9(9)V99 VALUE 0.
       77 CRT-BRUTO-AT   PIC 9(9).99.
       77 CRT-RETIDO-AT  PIC 9(9).99.
       77 CRT-LIQUIDO-AT PIC 9(9).99.
       01 TABELA-CERTIFICADOS.
           05 CRT-ITEM OCCURS 1000 TIMES.
               10 CRT-NIF      PIC 9(09).
               10 CRT-CONTA    PIC 9(06).
               10 CRT-QUOTA    PIC 9(02).
               10 CRT-BRUTO    PIC 9(8)V99.
               10 CRT-RETIDO   PIC 9(8)V99.
               10 CRT-FEITO    PIC 9(01).
       01 TABELA-TITULARES-CRT.
           05 CRT-TIT-NIF OCCURS 10 TIMES PIC 9(09).
       77 FS-MND         PIC 9(02).
       77 FS-FAT         PIC 9(02).
       77 FS-RCB         PIC 9(02).
       77 FS-DDC         PIC 9(02).
       77 FS-DDR         PIC 9(02).
       77 FS-PER         PIC 9(02).
       77 WS-PER-FECHADO PIC X VALUE "N".
           88 PERIODO-FECHADO VALUE "S".
      * EXECUCAO PELO AGENDADOR: "ROTINA AAAAMMDD" NA LINHA DE COMANDO
       77 WS-LOTE-PARM   PIC X(80) VALUE SPACES.
       77 WS-LOTE-ROTINA PIC X(15) VALUE SPACES.
       77 WS-LOTE-DATA   PIC X(8) VALUE SPACES.
       77 WS-LOTE-ERRO   PIC 9 VALUE 0.
       77 WS-MODO-LOTE   PIC X VALUE "N".
           88 MODO-LOTE  VALUE "S".
       77 MND-OP         PIC X(01) VALUE SPACES.
           88 MND-OP-NOVO      VALUES "N","n".
           88 MND-OP-CANCELAR  VALUES "C","c".
           88 MND-OP-LISTAR    VALUES "L","l".
           88 MND-OP-COBRAR    VALUES "E","e".
       77 MND-NIF-W      PIC X(09) VALUE SPACES.
       77 MND-MAXIMO-W   PIC 9(6)V99 VALUE 0.
       77 MND-INI-W      PIC 9(08) VALUE 0.
       77 MND-FIM-W      PIC 9(08) VALUE 0.
       77 MND-HOJE       PIC 9(08) VALUE 0.
       77 DDB-DATA-FAT   PIC 9(08) VALUE 0.
       77 DDB-PRAZO      PIC 9(03) VALUE 0.
       77 DDB-DIAS-HOJE  PIC 9(07) VALUE 0.
       77 DDB-DIAS-VENC  PIC 9(07) VALUE 0.
       77 DDB-VALOR      PIC 9(6)V99 VALUE 0.
       77 DDB-RECIBO     PIC 9(05) VALUE 0.
       77 DDB-COBRADAS   PIC 9(04) VALUE 0.
       77 DDB-REJEITADAS PIC 9(04) VALUE 0.
       77 DDB-TOTAL      PIC 9(8)V99 VALUE 0.
       77 DDB-MOTIVO     PIC X(30) VALUE SPACES.

       SCREEN SECTION.
       01 MENU-PRINCIPAL.
           05 COL 01 VALUE "            VALOR DO MONTANTE:"     LINE 10.
           05 COL 01 VALUE "-------------------------"          LINE 11.
           05 COL 01 VALUE "                       SALDO :"     LINE 12.
           05 COL 01 VALUE " (L)EMPRESTIMOS (K)PRESTACOES"    LINE 14.
           05 COL 30 VALUE " (H)CHEQUES"                       LINE 14.
           05 COL 41 VALUE " (I)TITULARES"                     LINE 14.
           05 COL 54 VALUE " (B)CATIVOS"                       LINE 14.
           05 COL 65 VALUE " (Q)DEBITOS"                       LINE 14.
           05 COL 01 VALUE " (W)CONFORMIDADE"                  LINE 13.
           05 COL 17 VALUE " (N)CERT.JUROS"                    LINE 13.
           05 COL 01 VALUE "-------------------------"          LINE 15.
       01 DATA-SISTEMA.
           05 ANO PIC 9(4).
       01 LIMPA-ECRAN.

       PROCEDURE DIVISION.
           ACCEPT WS-LOTE-PARM FROM COMMAND-LINE.
           IF WS-LOTE-PARM NOT = SPACES THEN
               PERFORM EXECUTAR-LOTE
               STOP RUN
           END-IF.
           PERFORM LOGIN-OPERADOR.
           DISPLAY LIMPA-ECRAN.
           DISPLAY MENU-PRINCIPAL.
                       MOVE NIF-CLIENTE TO CTA-NIF-CLIENTE
                       MOVE WS-TIPO-CONTA TO CTA-TIPO
                       WRITE REGISTO-CTA
                       PERFORM GRAVA-TITULAR-PRINCIPAL
                   ELSE
                       CLOSE FICCTA
                       GO PARAGRAFO-SALDO
           ACCEPT OPERACAO AT 0867 PROMPT.
           DISPLAY " " ERASE EOL AT 0869.
           MOVE FUNCTION UPPER-CASE(OPERACAO) TO OPERACAO.
      * OPERACOES QUE GERAM MOVIMENTOS COM A DATA DE HOJE NAO PASSAM
      * COM O MES FECHADO PELA CONTABILIDADE
           IF OPERACAO = "C" OR "D" OR "T" OR "M" OR "Z" OR "X" OR "L"
               OR "K" OR "H" OR "Q" THEN
               PERFORM VERIFICAR-PERIODO-FECHADO
               IF PERIODO-FECHADO THEN
                   DISPLAY "PERIODO FECHADO - OPERACAO RECUSADA"
                   AT 1332
                   DISPLAY " " ERASE EOL AT 1037
                   MOVE SPACE TO OPERACAO
               END-IF
           END-IF.
           EVALUATE OPERACAO
               WHEN "C"
                   ACCEPT TEMP-M AT 1032
                   DISPLAY " " ERASE EOL AT 1037
                   PERFORM REGISTAR-MOVIMENTO
               WHEN "D"
                   PERFORM VERIFICA-ORDENANTE
                   IF TIT-OK = 1 THEN
                       ACCEPT TEMP-M AT 1032
                       MOVE FUNCTION NUMVAL(TEMP-M) TO MONTANTE
                       MOVE NUMCONTA TO CTV-CONTA-W
                       MOVE SALDO TO CTV-SALDO-W
                       PERFORM CALCULA-DISPONIVEL
                       IF MONTANTE > CTV-DISPONIVEL THEN
                           DISPLAY "SALDO INSUFICIENTE - OPERACAO "
                           & "RECUSADA" AT 1332
                       ELSE
                           DISPLAY " " ERASE EOL AT 1332
                           COMPUTE SALDO = SALDO - MONTANTE
                           MOVE SALDO TO SAIDA
                           DISPLAY FUNCTION CONCATENATE(SAIDA) AT 1232
                           PERFORM REGISTAR-MOVIMENTO
                       END-IF
                   END-IF
                   DISPLAY " " ERASE EOL AT 0845
                   DISPLAY " " ERASE EOL AT 1037
                   PERFORM FECHO-MENSAL
               WHEN "R"
                   PERFORM RECONCILIACAO
               WHEN "L"
                   PERFORM EMPRESTIMOS
               WHEN "K"
                   PERFORM COBRAR-PRESTACOES
               WHEN "H"
                   PERFORM CHEQUES
               WHEN "I"
                   PERFORM TITULARES
               WHEN "B"
                   PERFORM CATIVOS
               WHEN "W"
                   PERFORM CONFORMIDADE
               WHEN "N"
                   PERFORM CERTIFICADOS-JUROS
               WHEN "Q"
                   PERFORM DEBITOS-DIRETOS
               WHEN "S"
                   DISPLAY FUNCTION CONCATENATE(SAIDA) AT 1232
                   DISPLAY "  -SALDO FINAL" AT 1240
            STOP RUN.

       TRANSFERENCIA.
           PERFORM VERIFICA-ORDENANTE.
           IF TIT-OK = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "CONTA DESTINO:" AT 1601.
           ACCEPT TEMP-C AT 1616.
           MOVE FUNCTION NUMVAL(TEMP-C) TO CONTA-DESTINO.
               EXIT PARAGRAPH
           END-IF.

           MOVE NUMCONTA TO CTV-CONTA-W.
           MOVE SALDO TO CTV-SALDO-W.
           PERFORM CALCULA-DISPONIVEL.
           IF MONTANTE > CTV-DISPONIVEL THEN
               DISPLAY "SALDO INSUFICIENTE - OPERACAO RECUSADA "
               AT 1701
               DISPLAY " " ERASE EOL AT 1037
           END-READ.

       FECHO-MENSAL.
           IF NOT MODO-LOTE THEN
               DISPLAY "MES A PROCESSAR (AAAAMM):" AT 1601
               ACCEPT TEMP-MES AT 1627
           END-IF.

           IF FUNCTION NUMVAL(TEMP-MES) < 200001 THEN
               IF MODO-LOTE THEN
                   DISPLAY "MES INVALIDO: " TEMP-MES
               ELSE
                   DISPLAY "MES INVALIDO                           "
                   AT 1701
               END-IF
               MOVE 1 TO WS-LOTE-ERRO
               EXIT PARAGRAPH
           END-IF.

           CLOSE FICFME.

           IF MES-JA-FECHADO = 1 THEN
               IF MODO-LOTE THEN
                   DISPLAY "MES " TEMP-MES " JA PROCESSADO"
               ELSE
                   DISPLAY "MES JA PROCESSADO - BATCH RECUSADO     "
                   AT 1701
               END-IF
               EXIT PARAGRAPH
           END-IF.


           MOVE 0 TO TOTAL-JUROS.
           MOVE 0 TO TOTAL-COMISSOES.
           MOVE 0 TO TOTAL-RETENCOES.
           MOVE 0 TO CONTAS-PROC.
           MOVE NUMCONTA TO NUMCONTA-SAVE.

                           COMPUTE JURO-CONTA ROUNDED =
                               CTA-SALDO * TAXA-JURO / 100
                           ADD JURO-CONTA TO CTA-SALDO
      * RETENCAO NA FONTE SOBRE OS JUROS CREDITADOS
                           COMPUTE RETENCAO-CONTA ROUNDED =
                               JURO-CONTA * RET-TAXA / 100
                           SUBTRACT RETENCAO-CONTA FROM CTA-SALDO
                           IF COMISSAO > CTA-SALDO THEN
                               MOVE CTA-SALDO TO COMISSAO-CONTA
                           ELSE
                           REWRITE REGISTO-CTA
                           ADD JURO-CONTA TO TOTAL-JUROS
                           ADD COMISSAO-CONTA TO TOTAL-COMISSOES
                           ADD RETENCAO-CONTA TO TOTAL-RETENCOES
                           ADD 1 TO CONTAS-PROC
                           ADD JURO-CONTA TO TIPT-JUROS(TAX-POS)
                           ADD COMISSAO-CONTA TO
                               INTO MOV-REF
                           END-STRING
                           PERFORM REGISTAR-MOVIMENTO
                           IF RETENCAO-CONTA > 0 THEN
                               MOVE "I" TO OPERACAO
                               MOVE RETENCAO-CONTA TO MONTANTE
                               MOVE SPACES TO MOV-REF
                               STRING "MES:" TEMP-MES DELIMITED BY SIZE
                                   INTO MOV-REF
                               END-STRING
                               PERFORM REGISTAR-MOVIMENTO
                           END-IF
                           MOVE "F" TO OPERACAO
                           MOVE COMISSAO-CONTA TO MONTANTE
                           MOVE SPACES TO MOV-REF
                   MOVE CTA-SALDO TO SALDO
           END-READ.
           MOVE "M" TO OPERACAO.

      * SEM OPERADOR OS TOTAIS SAEM EM LINHAS SIMPLES
           IF MODO-LOTE THEN
               DISPLAY "MES PROCESSADO: " TEMP-MES
               DISPLAY "CONTAS PROCESSADAS: " CONTAS-PROC
               MOVE TOTAL-JUROS TO WS-TOTAL-ED
               DISPLAY "TOTAL JUROS PAGOS: " WS-TOTAL-ED
               MOVE TOTAL-RETENCOES TO WS-TOTAL-ED
               DISPLAY "TOTAL RETIDO NA FONTE: " WS-TOTAL-ED
               MOVE TOTAL-COMISSOES TO WS-TOTAL-ED
               DISPLAY "TOTAL COMISSOES COBRADAS: " WS-TOTAL-ED
               EXIT PARAGRAPH
           END-IF.
           MOVE SALDO TO SAIDA.
           DISPLAY FUNCTION CONCATENATE(SAIDA) AT 1232.

           DISPLAY "CONTAS PROCESSADAS:" AT 1901.
           DISPLAY CONTAS-PROC AT 1921.
           MOVE TOTAL-RETENCOES TO WS-TOTAL-ED.
           DISPLAY "TOTAL RETIDO NA FONTE:" AT 1930.
           DISPLAY WS-TOTAL-ED AT 1953.
           MOVE TOTAL-JUROS TO WS-TOTAL-ED.
           DISPLAY "TOTAL JUROS PAGOS:" AT 2001.
           DISPLAY WS-TOTAL-ED AT 2021.
           END-PERFORM.

       RECONCILIACAO.
           IF NOT MODO-LOTE THEN
               DISPLAY "DATA DO DIA (AAAAMMDD):" AT 1601
               ACCEPT TEMP-DATA1 AT 1625
           END-IF.
           MOVE FUNCTION NUMVAL(TEMP-DATA1) TO REC-DIA.

           MOVE 0 TO REC-TOTAL.
           END-READ.
           MOVE "R" TO OPERACAO.

           IF MODO-LOTE THEN
               DISPLAY "RELATORIO EM RECONCILIACAO.TXT"
               DISPLAY "CONTAS COM DIFERENCAS: " REC-DIFERENCAS
               IF REC-CHEIO = 1 THEN
                   DISPLAY "RECONCILIACAO PARCIAL - MAIS DE 100 CONTAS"
               END-IF
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "RELATORIO EM RECONCILIACAO.TXT          "
           AT 1701.
           DISPLAY "CONTAS COM DIFERENCAS:" AT 1801.
                   WHEN "C"
                   WHEN "J"
                   WHEN "R"
                   WHEN "L"
                       ADD REC-MONT-W TO REC-I-CALCULADO(REC-POS)
                       IF MV-DATA-NUM = REC-DIA THEN
                           ADD REC-MONT-W TO REC-CRED-DIA
                   WHEN "D"
                   WHEN "F"
                   WHEN "T"
                   WHEN "A"
                   WHEN "H"
                   WHEN "I"
                   WHEN "Q"
                       SUBTRACT REC-MONT-W FROM
                           REC-I-CALCULADO(REC-POS)
                       IF MV-DATA-NUM = REC-DIA THEN
               INTO EXT-LINHA
           END-STRING.
           WRITE REGISTO-EXT.
           PERFORM EXTRATO-TITULARES.

           MOVE SPACES TO EXT-LINHA.
           STRING "PERIODO " WS-EXT-DE " A " WS-EXT-ATE
           MOVE "J" TO TAX-TIPO(3).
           MOVE 0 TO TAX-JURO-T(3).
           MOVE 0 TO TAX-COM-T(3).
           MOVE 15.00 TO CHQ-TAXA-DEVOL.
           MOVE 10000.00 TO CNF-LIMITE.
           MOVE 7 TO CNF-DIAS.
           MOVE 28.00 TO RET-TAXA.

           OPEN INPUT FICTAX.
           IF FS-TAX = "00" THEN
                               MOVE FUNCTION NUMVAL(TAX-F3) TO
                                   TAX-COM-T(TAX-POS)
                           END-IF
      * H;0;COMISSAO DE DEVOLUCAO DE CHEQUE
                           IF TAX-F1(1:1) = "H" THEN
                               MOVE FUNCTION NUMVAL(TAX-F3) TO
                                   CHQ-TAXA-DEVOL
                           END-IF
      * W;DIAS DA JANELA;LIMITE DE NUMERARIO
                           IF TAX-F1(1:1) = "W" THEN
                               MOVE FUNCTION NUMVAL(TAX-F2) TO
                                   CNF-DIAS
                               MOVE FUNCTION NUMVAL(TAX-F3) TO
                                   CNF-LIMITE
                           END-IF
      * I;TAXA DE RETENCAO NA FONTE SOBRE JUROS
                           IF TAX-F1(1:1) = "I" THEN
                               MOVE FUNCTION NUMVAL(TAX-F2) TO
                                   RET-TAXA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
               EXIT PARAGRAPH
           END-IF.

      * CONTA COM CATIVOS OU PENHORAS EM VIGOR NAO PODE FECHAR
           MOVE CTA-NUMCONTA TO CTV-CONTA-W.
           MOVE CTA-SALDO TO CTV-SALDO-W.
           PERFORM CALCULA-DISPONIVEL.
           IF CTV-BLOQUEADO > 0 THEN
               DISPLAY "CONTA COM CATIVOS EM VIGOR - RECUSADO  "
               AT 1701
               EXIT PARAGRAPH
           END-IF.

           MOVE CTA-SALDO TO FECHO-RESIDUO.
           MOVE CTA-TITULAR TO TITULAR-SAVE.

           MOVE WS-OPERADOR-LOGADO TO MVX-OPERADOR.
           PERFORM GRAVA-MOVIX.

      * OS CREDITOS ALIMENTAM AS PENHORAS EM VIGOR NA CONTA
           IF (OPERACAO = "C") OR (OPERACAO = "J") OR
              (OPERACAO = "R") OR (OPERACAO = "L") THEN
               PERFORM CAPTURA-PENHORA
           END-IF.

           MOVE SPACES TO MOV-REF.

       CARREGAR-ORDENS.
           END-STRING.

       EXECUTAR-ORDENS.
           IF NOT MODO-LOTE THEN
               DISPLAY "EXECUTAR ORDENS ATE (AAAAMMDD):" AT 1601
               ACCEPT TEMP-DATA1 AT 1633
           END-IF.
           MOVE FUNCTION NUMVAL(TEMP-DATA1) TO ORD-LIMITE.

           IF ORD-LIMITE < 20000101 THEN
               IF MODO-LOTE THEN
                   DISPLAY "DATA INVALIDA: " TEMP-DATA1
               ELSE
                   DISPLAY "DATA INVALIDA                          "
                   AT 1701
               END-IF
               MOVE 1 TO WS-LOTE-ERRO
               EXIT PARAGRAPH
           END-IF.

                   MOVE CTA-SALDO TO SALDO
           END-READ.
           MOVE "X" TO OPERACAO.

           IF MODO-LOTE THEN
               DISPLAY "ORDENS EXECUTADAS: " ORD-EXECUTADAS
               DISPLAY "ORDENS FALHADAS: " ORD-FALHADAS
               DISPLAY "DETALHE EM EXECORDENS.TXT"
               EXIT PARAGRAPH
           END-IF.
           MOVE SALDO TO SAIDA.
           DISPLAY FUNCTION CONCATENATE(SAIDA) AT 1232.

               EXIT PARAGRAPH
           END-IF.

           MOVE CTA-NUMCONTA TO CTV-CONTA-W.
           MOVE CTA-SALDO TO CTV-SALDO-W.
           PERFORM CALCULA-DISPONIVEL.
           IF CTV-DISPONIVEL < ORD-MONTANTE THEN
               ADD 1 TO ORD-FALHADAS
               MOVE SPACES TO EXO-LINHA
               STRING "ORDEM " ORD-COD-X
                   WRITE REGISTO-EXO
           END-READ.

       EMPRESTIMOS.
           DISPLAY "(N)OVO EMPRESTIMO (P)LANO DE PAGAMENTO (ENTER=SAIR)"
           AT 1601.
           MOVE SPACES TO EMP-OP.
           ACCEPT EMP-OP AT 1653.

           IF EMP-OP-NOVO THEN
               PERFORM NOVO-EMPRESTIMO
           END-IF.

           IF EMP-OP-PLANO THEN
               DISPLAY "NUMERO DO EMPRESTIMO:" AT 1701
               MOVE SPACES TO TEMP-C
               ACCEPT TEMP-C AT 1723
               MOVE FUNCTION NUMVAL(TEMP-C) TO EMP-NUM-W
               OPEN INPUT FICEMP
               MOVE EMP-NUM-W TO EMP-NUM
               READ FICEMP
                   INVALID KEY
                       DISPLAY "EMPRESTIMO NAO EXISTE                  "
                       AT 1801
                   NOT INVALID KEY
                       PERFORM IMPRIME-PLANO-EMPRESTIMO
                       DISPLAY "PLANO EM PLANO_EMPRESTIMO.TXT          "
                       AT 1801
               END-READ
               CLOSE FICEMP
           END-IF.
           MOVE "L" TO OPERACAO.

       NOVO-EMPRESTIMO.
           DISPLAY "NIF CLIENTE:" AT 1701 ERASE EOL.
           ACCEPT TEMP-NIF AT 1714.
           MOVE FUNCTION NUMVAL(TEMP-NIF) TO NIF-CLIENTE.
           PERFORM VERIFICA-CLIENTE-BANCO.
           IF WS-LOGIN-OK = 9 THEN
               DISPLAY "CLIENTE NAO REGISTADO                  "
               AT 1801
               MOVE 1 TO WS-LOGIN-OK
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "CONTA DE DEBITO:" AT 1730.
           MOVE SPACES TO TEMP-C.
           ACCEPT TEMP-C AT 1747.
           MOVE FUNCTION NUMVAL(TEMP-C) TO EMP-CONTA-W.

      * GRAVA O SALDO DA SESSAO ANTES DE LER A CONTA DO EMPRESTIMO
           MOVE NUMCONTA TO CTA-NUMCONTA.
           READ FICCTA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SALDO TO CTA-SALDO
                   REWRITE REGISTO-CTA
           END-READ.

           MOVE EMP-CONTA-W TO CTA-NUMCONTA.
           READ FICCTA
               INVALID KEY
                   DISPLAY "CONTA NAO EXISTE                       "
                   AT 1801
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ.

           IF CTA-ESTADO = "E" THEN
               DISPLAY "CONTA ENCERRADA - EMPRESTIMO RECUSADO  "
               AT 1801
               EXIT PARAGRAPH
           END-IF.

           IF CTA-NIF-CLIENTE NOT = NIF-CLIENTE THEN
               DISPLAY "A CONTA NAO PERTENCE AO CLIENTE        "
               AT 1801
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "CAPITAL:" AT 1801.
           MOVE SPACES TO TEMP-CAP.
           ACCEPT TEMP-CAP AT 1810.
           MOVE FUNCTION NUMVAL(TEMP-CAP) TO EMP-CAPITAL-W.
           DISPLAY "TAXA ANUAL %:" AT 1825.
           MOVE SPACES TO TEMP-TAXA.
           ACCEPT TEMP-TAXA AT 1839.
           MOVE FUNCTION NUMVAL(TEMP-TAXA) TO EMP-TAXA-W.
           DISPLAY "PRAZO (MESES):" AT 1847.
           MOVE SPACES TO TEMP-C.
           ACCEPT TEMP-C AT 1862.
           MOVE FUNCTION NUMVAL(TEMP-C) TO EMP-PRAZO-W.
           DISPLAY "DATA INICIO (AAAAMMDD, ENTER=HOJE):" AT 1901.
           MOVE SPACES TO TEMP-DATA1.
           ACCEPT TEMP-DATA1 AT 1937.
           IF TEMP-DATA1 = SPACES THEN
               COMPUTE EMP-DATA-W = ANO * 10000 + MES * 100 + DIA
           ELSE
               MOVE FUNCTION NUMVAL(TEMP-DATA1) TO EMP-DATA-W
           END-IF.

           IF (EMP-CAPITAL-W = 0) OR (EMP-PRAZO-W = 0) OR
              (EMP-PRAZO-W > 360) OR (EMP-DATA-W < 20000101) THEN
               DISPLAY "DADOS INVALIDOS - EMPRESTIMO NAO GRAVADO"
               AT 2001 ERASE EOL
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "CREDITAR O CAPITAL NA CONTA (S/N)?" AT 2001.
           MOVE SPACES TO EMP-CREDITAR.
           ACCEPT EMP-CREDITAR AT 2036.

      * PRESTACAO CONSTANTE: C * I / (1 - (1 + I) ** -N), I MENSAL
           COMPUTE EMP-TAXA-MES = EMP-TAXA-W / 1200.
           IF EMP-TAXA-MES = 0 THEN
               COMPUTE EMP-PRESTACAO-W ROUNDED =
                   EMP-CAPITAL-W / EMP-PRAZO-W
           ELSE
               COMPUTE EMP-FATOR = (1 + EMP-TAXA-MES) **
                   (0 - EMP-PRAZO-W)
               COMPUTE EMP-PRESTACAO-W ROUNDED =
                   EMP-CAPITAL-W * EMP-TAXA-MES / (1 - EMP-FATOR)
           END-IF.

           PERFORM PROXIMO-EMPRESTIMO.

           OPEN I-O FICEMP.
           MOVE EMP-NUM-W TO EMP-NUM.
           MOVE NIF-CLIENTE TO EMP-NIF.
           MOVE EMP-CONTA-W TO EMP-CONTA.
           MOVE EMP-CAPITAL-W TO EMP-CAPITAL.
           MOVE EMP-TAXA-W TO EMP-TAXA.
           MOVE EMP-PRAZO-W TO EMP-PRAZO.
           MOVE EMP-DATA-W TO EMP-DATA-INICIO.
           MOVE EMP-PRESTACAO-W TO EMP-PRESTACAO.
           MOVE EMP-CAPITAL-W TO EMP-CAPITAL-DIVIDA.
           MOVE "A" TO EMP-ESTADO.
           MOVE WS-OPERADOR-LOGADO TO EMP-OPERADOR.
           WRITE REGISTO-EMP
               INVALID KEY
                   DISPLAY "ERRO A GRAVAR EMPRESTIMOS.DAT          "
                   AT 2101
                   CLOSE FICEMP
                   EXIT PARAGRAPH
           END-WRITE.

           PERFORM GERA-PLANO-EMPRESTIMO.
           PERFORM IMPRIME-PLANO-EMPRESTIMO.
           CLOSE FICEMP.

           IF EMP-CREDITAR-SIM THEN
               MOVE EMP-CONTA-W TO CTA-NUMCONTA
               READ FICCTA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD EMP-CAPITAL-W TO CTA-SALDO
                       REWRITE REGISTO-CTA
                       MOVE NUMCONTA TO NUMCONTA-SAVE
                       MOVE EMP-CONTA-W TO NUMCONTA
                       MOVE CTA-SALDO TO SALDO
                       MOVE "L" TO OPERACAO
                       MOVE EMP-CAPITAL-W TO MONTANTE
                       MOVE SPACES TO MOV-REF
                       STRING "EMP:" EMP-NUM-W DELIMITED BY SIZE
                           INTO MOV-REF
                       END-STRING
                       PERFORM REGISTAR-MOVIMENTO
                       MOVE NUMCONTA-SAVE TO NUMCONTA
               END-READ
           END-IF.

      * REPOSICIONA O REGISTO DA SESSAO
           MOVE NUMCONTA TO CTA-NUMCONTA.
           READ FICCTA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CTA-SALDO TO SALDO
           END-READ.
           MOVE SALDO TO SAIDA.
           DISPLAY FUNCTION CONCATENATE(SAIDA) AT 1232.

           MOVE EMP-PRESTACAO-W TO WS-MONTANTE-ED.
           DISPLAY "EMPRESTIMO" AT 2101 ERASE EOL.
           DISPLAY EMP-NUM-W AT 2112.
           DISPLAY "GRAVADO - PRESTACAO:" AT 2119.
           DISPLAY WS-MONTANTE-ED AT 2140.
           DISPLAY "PLANO EM PLANO_EMPRESTIMO.TXT" AT 2201.

       PROXIMO-EMPRESTIMO.
           MOVE 0 TO EMP-NUM-W.
           OPEN INPUT FICEMP.
           IF FS-EMP = "00" THEN
               PERFORM UNTIL FS-EMP NOT = "00"
                   READ FICEMP NEXT RECORD
                       AT END
                           MOVE "10" TO FS-EMP
                       NOT AT END
                           MOVE EMP-NUM TO EMP-NUM-W
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICEMP.
           ADD 1 TO EMP-NUM-W.

       GERA-PLANO-EMPRESTIMO.
      * UMA PRESTACAO POR MES A PARTIR DO MES SEGUINTE AO INICIO; A
      * ULTIMA ACERTA OS ARREDONDAMENTOS E LIQUIDA O CAPITAL EM DIVIDA
           OPEN I-O FICPRE.
           MOVE EMP-CAPITAL TO EMP-DIVIDA-W.
           PERFORM VARYING EMP-PRE-IDX FROM 1 BY 1
               UNTIL EMP-PRE-IDX > EMP-PRAZO
               COMPUTE EMP-JURO-W ROUNDED =
                   EMP-DIVIDA-W * EMP-TAXA-MES
               IF EMP-PRE-IDX = EMP-PRAZO THEN
                   MOVE EMP-DIVIDA-W TO EMP-AMORT-W
               ELSE
                   COMPUTE EMP-AMORT-W = EMP-PRESTACAO - EMP-JURO-W
                   IF EMP-AMORT-W > EMP-DIVIDA-W THEN
                       MOVE EMP-DIVIDA-W TO EMP-AMORT-W
                   END-IF
               END-IF
               SUBTRACT EMP-AMORT-W FROM EMP-DIVIDA-W
               MOVE EMP-NUM TO PRE-EMP
               MOVE EMP-PRE-IDX TO PRE-NUM
               PERFORM CALCULA-VENCIMENTO
               COMPUTE PRE-VALOR = EMP-AMORT-W + EMP-JURO-W
               MOVE EMP-AMORT-W TO PRE-CAPITAL
               MOVE EMP-JURO-W TO PRE-JURO
               MOVE EMP-DIVIDA-W TO PRE-DIVIDA-APOS
               MOVE "P" TO PRE-ESTADO
               MOVE 0 TO PRE-DATA-PAG
               WRITE REGISTO-PRE
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-PERFORM.
           CLOSE FICPRE.

       CALCULA-VENCIMENTO.
      * DIA DO INICIO LIMITADO A 28 PARA SER VALIDO EM TODOS OS MESES
           DIVIDE EMP-DATA-INICIO BY 10000 GIVING EMP-ANO-V
               REMAINDER EMP-MMDD-W.
           DIVIDE EMP-MMDD-W BY 100 GIVING EMP-MES-V
               REMAINDER EMP-DIA-V.
           IF EMP-DIA-V > 28 THEN
               MOVE 28 TO EMP-DIA-V
           END-IF.
           COMPUTE EMP-MESES-W = EMP-MES-V - 1 + EMP-PRE-IDX.
           DIVIDE EMP-MESES-W BY 12 GIVING EMP-ANOS-W
               REMAINDER EMP-MES-V.
           ADD 1 TO EMP-MES-V.
           ADD EMP-ANOS-W TO EMP-ANO-V.
           COMPUTE PRE-DATA-VENC = EMP-ANO-V * 10000 +
               EMP-MES-V * 100 + EMP-DIA-V.

       IMPRIME-PLANO-EMPRESTIMO.
           OPEN OUTPUT FICPLA.
           MOVE EMP-NIF TO NIF-CLIENTE.
           OPEN INPUT FICCLIB.
           MOVE NIF-CLIENTE TO CLI-NIF.
           READ FICCLIB
               INVALID KEY
                   MOVE SPACES TO CLI-NOME
           END-READ.
           CLOSE FICCLIB.

           MOVE SPACES TO PLA-LINHA.
           STRING "PLANO DE PAGAMENTO DO EMPRESTIMO " EMP-NUM
               " - NIF " EMP-NIF " - " CLI-NOME
               DELIMITED BY SIZE
               INTO PLA-LINHA
           END-STRING.
           WRITE REGISTO-PLA.

           MOVE EMP-CAPITAL TO WS-SALDO-ED.
           MOVE EMP-PRESTACAO TO WS-MONTANTE-ED.
           MOVE SPACES TO PLA-LINHA.
           STRING "CONTA " EMP-CONTA " CAPITAL " WS-SALDO-ED
               " TAXA " EMP-TAXA "% PRAZO " EMP-PRAZO
               " MESES PRESTACAO " WS-MONTANTE-ED
               DELIMITED BY SIZE
               INTO PLA-LINHA
           END-STRING.
           WRITE REGISTO-PLA.

           MOVE SPACES TO PLA-LINHA.
           WRITE REGISTO-PLA.
           MOVE "NUM VENCIMEN PRESTACAO   CAPITAL     JUROS "
           & " EM DIVIDA E" TO PLA-LINHA.
           WRITE REGISTO-PLA.

           OPEN INPUT FICPRE.
           MOVE EMP-NUM TO PRE-EMP.
           MOVE 0 TO PRE-NUM.
           START FICPRE KEY >= PRE-CHAVE
               INVALID KEY MOVE "10" TO FS-PRE
           END-START.
           IF FS-PRE = "00" THEN
               PERFORM UNTIL FS-PRE NOT = "00"
                   READ FICPRE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-PRE
                       NOT AT END
                           IF PRE-EMP NOT = EMP-NUM THEN
                               MOVE "10" TO FS-PRE
                           ELSE
                               PERFORM ESCREVE-LINHA-PLANO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICPRE.
           CLOSE FICPLA.

       ESCREVE-LINHA-PLANO.
           MOVE PRE-VALOR TO WS-MONTANTE-ED.
           MOVE PRE-CAPITAL TO WS-SALDO-ED.
           MOVE PRE-JURO TO EMP-JURO-ED.
           MOVE PRE-DIVIDA-APOS TO WS-TOTAL-ED.
           MOVE SPACES TO PLA-LINHA.
           STRING PRE-NUM " " PRE-DATA-VENC " " WS-MONTANTE-ED " "
               WS-SALDO-ED " " EMP-JURO-ED " " WS-TOTAL-ED " "
               PRE-ESTADO
               DELIMITED BY SIZE
               INTO PLA-LINHA
           END-STRING.
           WRITE REGISTO-PLA.

       COBRAR-PRESTACOES.
           DISPLAY "COBRAR PRESTACOES ATE (AAAAMMDD):" AT 1601.
           ACCEPT TEMP-DATA1 AT 1635.
           MOVE FUNCTION NUMVAL(TEMP-DATA1) TO COB-LIMITE.

           IF COB-LIMITE < 20000101 THEN
               DISPLAY "DATA INVALIDA                          "
               AT 1701
               EXIT PARAGRAPH
           END-IF.

      * GRAVA O SALDO DA SESSAO ANTES DE MEXER NAS CONTAS
           MOVE NUMCONTA TO CTA-NUMCONTA.
           READ FICCTA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SALDO TO CTA-SALDO
                   REWRITE REGISTO-CTA
           END-READ.

           MOVE NUMCONTA TO NUMCONTA-SAVE.
           MOVE SALDO TO SALDO-SAVE.
           MOVE 0 TO COB-PAGAS.
           MOVE 0 TO COB-ATRASO.
           MOVE 0 TO COB-TOTAL.

           OPEN OUTPUT FICCOB.
           MOVE SPACES TO COB-LINHA.
           STRING "COBRANCA DE PRESTACOES ATE " COB-LIMITE
               DELIMITED BY SIZE
               INTO COB-LINHA
           END-STRING.
           WRITE REGISTO-COB.

      * AS PRESTACOES EM ATRASO DE LOTES ANTERIORES SAO REPETIDAS
           OPEN I-O FICEMP.
           OPEN I-O FICPRE.
           MOVE 0 TO PRE-EMP.
           MOVE 0 TO PRE-NUM.
           START FICPRE KEY >= PRE-CHAVE
               INVALID KEY MOVE "10" TO FS-PRE
           END-START.
           IF FS-PRE = "00" THEN
               PERFORM UNTIL FS-PRE NOT = "00"
                   READ FICPRE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-PRE
                       NOT AT END
                           IF ((PRE-ESTADO = "P") OR
                               (PRE-ESTADO = "A")) AND
                              (PRE-DATA-VENC <= COB-LIMITE) THEN
                               PERFORM COBRA-PRESTACAO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICPRE.
           CLOSE FICEMP.

           MOVE SPACES TO COB-LINHA.
           WRITE REGISTO-COB.
           MOVE COB-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO COB-LINHA.
           STRING "COBRADAS: " COB-PAGAS "  EM ATRASO: " COB-ATRASO
               "  TOTAL COBRADO: " WS-TOTAL-ED
               DELIMITED BY SIZE
               INTO COB-LINHA
           END-STRING.
           WRITE REGISTO-COB.
           CLOSE FICCOB.

           MOVE NUMCONTA-SAVE TO NUMCONTA.
           MOVE NUMCONTA TO CTA-NUMCONTA.
           READ FICCTA
               INVALID KEY
                   MOVE SALDO-SAVE TO SALDO
               NOT INVALID KEY
                   MOVE CTA-SALDO TO SALDO
           END-READ.
           MOVE "K" TO OPERACAO.
           MOVE SALDO TO SAIDA.
           DISPLAY FUNCTION CONCATENATE(SAIDA) AT 1232.

           DISPLAY "PRESTACOES COBRADAS:" AT 1701.
           DISPLAY COB-PAGAS AT 1722.
           DISPLAY "PRESTACOES EM ATRASO:" AT 1801.
           DISPLAY COB-ATRASO AT 1823.
           DISPLAY "DETALHE EM COBRANCAS.TXT" AT 1901.

       COBRA-PRESTACAO.
           MOVE PRE-EMP TO EMP-NUM.
           READ FICEMP
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           MOVE EMP-CONTA TO CTA-NUMCONTA.
           READ FICCTA
               INVALID KEY
                   MOVE "CONTA INEXISTENTE" TO COB-MOTIVO
                   PERFORM MARCA-PRESTACAO-ATRASO
                   EXIT PARAGRAPH
           END-READ.

           IF CTA-ESTADO = "E" THEN
               MOVE "CONTA ENCERRADA" TO COB-MOTIVO
               PERFORM MARCA-PRESTACAO-ATRASO
               EXIT PARAGRAPH
           END-IF.

           MOVE CTA-NUMCONTA TO CTV-CONTA-W.
           MOVE CTA-SALDO TO CTV-SALDO-W.
           PERFORM CALCULA-DISPONIVEL.
           IF CTV-DISPONIVEL < PRE-VALOR THEN
               MOVE "SALDO INSUFICIENTE" TO COB-MOTIVO
               PERFORM MARCA-PRESTACAO-ATRASO
               EXIT PARAGRAPH
           END-IF.

           SUBTRACT PRE-VALOR FROM CTA-SALDO.
           REWRITE REGISTO-CTA.
           MOVE EMP-CONTA TO NUMCONTA.
           MOVE CTA-SALDO TO SALDO.
           MOVE "A" TO OPERACAO.
           MOVE PRE-VALOR TO MONTANTE.
           MOVE SPACES TO MOV-REF.
           STRING "EMP:" PRE-EMP "/" PRE-NUM DELIMITED BY SIZE
               INTO MOV-REF
           END-STRING.
           PERFORM REGISTAR-MOVIMENTO.

           MOVE "L" TO PRE-ESTADO.
           COMPUTE PRE-DATA-PAG = ANO * 10000 + MES * 100 + DIA.
           REWRITE REGISTO-PRE.

           SUBTRACT PRE-CAPITAL FROM EMP-CAPITAL-DIVIDA.
           IF EMP-CAPITAL-DIVIDA = 0 THEN
               MOVE "L" TO EMP-ESTADO
           END-IF.
           REWRITE REGISTO-EMP.

           ADD 1 TO COB-PAGAS.
           ADD PRE-VALOR TO COB-TOTAL.
           MOVE PRE-VALOR TO WS-MONTANTE-ED.
           MOVE SPACES TO COB-LINHA.
           STRING "EMPRESTIMO " PRE-EMP " PRESTACAO " PRE-NUM
               " VENC " PRE-DATA-VENC " COBRADA " WS-MONTANTE-ED
               " CONTA " EMP-CONTA
               DELIMITED BY SIZE
               INTO COB-LINHA
           END-STRING.
           WRITE REGISTO-COB.

       MARCA-PRESTACAO-ATRASO.
           MOVE "A" TO PRE-ESTADO.
           REWRITE REGISTO-PRE.
           ADD 1 TO COB-ATRASO.
           MOVE PRE-VALOR TO WS-MONTANTE-ED.
           MOVE SPACES TO COB-LINHA.
           STRING "EMPRESTIMO " PRE-EMP " PRESTACAO " PRE-NUM
               " VENC " PRE-DATA-VENC " EM ATRASO " WS-MONTANTE-ED
               " - " COB-MOTIVO
               DELIMITED BY SIZE
               INTO COB-LINHA
           END-STRING.
           WRITE REGISTO-COB.

       POSICAO-EMPRESTIMOS.
      * EMPRESTIMOS DO CLIENTE COM O CAPITAL AINDA EM DIVIDA
           MOVE 0 TO POS-EMP-QTD.
           MOVE 0 TO POS-EMP-TOTAL.
           OPEN INPUT FICEMP.
           IF FS-EMP = "00" THEN
               PERFORM UNTIL FS-EMP NOT = "00"
                   READ FICEMP NEXT RECORD
                       AT END
                           MOVE "10" TO FS-EMP
                       NOT AT END
                           IF (EMP-NIF = NIF-CLIENTE) AND
                              (EMP-ESTADO = "A") THEN
                               PERFORM POSICAO-UM-EMPRESTIMO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICEMP.

       POSICAO-UM-EMPRESTIMO.
           ADD 1 TO POS-EMP-QTD.
           ADD EMP-CAPITAL-DIVIDA TO POS-EMP-TOTAL.
           MOVE 0 TO POS-EMP-ATRASO.
           OPEN INPUT FICPRE.
           MOVE EMP-NUM TO PRE-EMP.
           MOVE 0 TO PRE-NUM.
           START FICPRE KEY >= PRE-CHAVE
               INVALID KEY MOVE "10" TO FS-PRE
           END-START.
           IF FS-PRE = "00" THEN
               PERFORM UNTIL FS-PRE NOT = "00"
                   READ FICPRE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-PRE
                       NOT AT END
                           IF PRE-EMP NOT = EMP-NUM THEN
                               MOVE "10" TO FS-PRE
                           ELSE
                               IF PRE-ESTADO = "A" THEN
                                   ADD 1 TO POS-EMP-ATRASO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICPRE.

           MOVE EMP-CAPITAL-DIVIDA TO WS-SALDO-ED.
           MOVE EMP-PRESTACAO TO WS-MONTANTE-ED.
           MOVE SPACES TO POS-LINHA.
           STRING "EMPRESTIMO " EMP-NUM " CONTA " EMP-CONTA
               " EM DIVIDA " WS-SALDO-ED " PRESTACAO " WS-MONTANTE-ED
               " ATRASO " POS-EMP-ATRASO
               DELIMITED BY SIZE
               INTO POS-LINHA
           END-STRING.
           WRITE REGISTO-POS.

       CHEQUES.
           DISPLAY "(E)MITIR CADERNETA (C)OMPENSAR "
           & "(O)POSICAO (ENTER=SAIR)" AT 1601.
           MOVE SPACES TO CHQ-OP.
           ACCEPT CHQ-OP AT 1657.
           COMPUTE CHQ-HOJE = ANO * 10000 + MES * 100 + DIA.

           EVALUATE TRUE
               WHEN CHQ-OP-EMITIR
                   PERFORM EMITIR-CADERNETA
               WHEN CHQ-OP-COMPENSAR
                   PERFORM COMPENSAR-CHEQUES
               WHEN CHQ-OP-OPOSICAO
                   PERFORM OPOSICAO-CHEQUE
           END-EVALUATE.
           MOVE "H" TO OPERACAO.

       EMITIR-CADERNETA.
      * SO AS CONTAS CORRENTES MOVIMENTAM POR CHEQUE
           MOVE NUMCONTA TO CTA-NUMCONTA.
           READ FICCTA
               INVALID KEY
                   DISPLAY "CONTA NAO EXISTE                       "
                   AT 1701
                   EXIT PARAGRAPH
           END-READ.
           IF CTA-TIPO NOT = "C" THEN
               DISPLAY "SO CONTAS CORRENTES TEM CHEQUES        "
               AT 1701
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "NUMERO DE CHEQUES (10/20/50):" AT 1701.
           MOVE SPACES TO TEMP-C.
           ACCEPT TEMP-C AT 1731.
           MOVE FUNCTION NUMVAL(TEMP-C) TO CHQ-QTD.
           IF CHQ-QTD = 0 THEN
               MOVE 10 TO CHQ-QTD
           END-IF.
           IF CHQ-QTD > 50 THEN
               DISPLAY "MAXIMO DE 50 CHEQUES POR CADERNETA     "
               AT 1801
               EXIT PARAGRAPH
           END-IF.

      * A NUMERACAO CONTINUA A PARTIR DA ULTIMA CADERNETA EMITIDA
           MOVE 0 TO CHQ-LIVRO-W.
           MOVE 0 TO CHQ-ULTIMO-W.
           OPEN INPUT FICLCH.
           IF FS-LCH = "00" THEN
               PERFORM UNTIL FS-LCH NOT = "00"
                   READ FICLCH NEXT RECORD
                       AT END
                           MOVE "10" TO FS-LCH
                       NOT AT END
                           MOVE LCH-NUM TO CHQ-LIVRO-W
                           IF LCH-ULTIMO > CHQ-ULTIMO-W THEN
                               MOVE LCH-ULTIMO TO CHQ-ULTIMO-W
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICLCH.
           ADD 1 TO CHQ-LIVRO-W.
           COMPUTE CHQ-PRIMEIRO-W = CHQ-ULTIMO-W + 1.
           COMPUTE CHQ-ULTIMO-W = CHQ-ULTIMO-W + CHQ-QTD.

           OPEN I-O FICLCH.
           MOVE CHQ-LIVRO-W TO LCH-NUM.
           MOVE NUMCONTA TO LCH-CONTA.
           MOVE CHQ-PRIMEIRO-W TO LCH-PRIMEIRO.
           MOVE CHQ-ULTIMO-W TO LCH-ULTIMO.
           MOVE CHQ-HOJE TO LCH-DATA.
           MOVE WS-OPERADOR-LOGADO TO LCH-OPERADOR.
           WRITE REGISTO-LCH
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CADERNETA               "
                   AT 1801
                   CLOSE FICLCH
                   EXIT PARAGRAPH
           END-WRITE.
           CLOSE FICLCH.

           OPEN I-O FICCHQ.
           PERFORM VARYING CHQ-NUM-W FROM CHQ-PRIMEIRO-W BY 1
               UNTIL CHQ-NUM-W > CHQ-ULTIMO-W
               MOVE CHQ-NUM-W TO CHQ-NUMERO
               MOVE NUMCONTA TO CHQ-CONTA
               MOVE CHQ-LIVRO-W TO CHQ-LIVRO
               MOVE "E" TO CHQ-ESTADO
               MOVE 0 TO CHQ-VALOR
               MOVE CHQ-HOJE TO CHQ-DATA
               MOVE 0 TO CHQ-DEVOLUCOES
               WRITE REGISTO-CHQ
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-PERFORM.
           CLOSE FICCHQ.

           DISPLAY "CADERNETA          CHEQUES         A        "
           AT 1801.
           DISPLAY CHQ-LIVRO-W AT 1811.
           DISPLAY CHQ-PRIMEIRO-W AT 1828.
           DISPLAY CHQ-ULTIMO-W AT 1838.

       OPOSICAO-CHEQUE.
           DISPLAY "NUMERO DO CHEQUE:" AT 1701.
           MOVE SPACES TO TEMP-CHQ.
           ACCEPT TEMP-CHQ AT 1719.
           MOVE FUNCTION NUMVAL(TEMP-CHQ) TO CHQ-NUM-W.

           OPEN I-O FICCHQ.
           MOVE CHQ-NUM-W TO CHQ-NUMERO.
           READ FICCHQ
               INVALID KEY
                   DISPLAY "CHEQUE NAO EMITIDO                     "
                   AT 1801
                   CLOSE FICCHQ
                   EXIT PARAGRAPH
           END-READ.

           IF CHQ-CONTA NOT = NUMCONTA THEN
               DISPLAY "CHEQUE NAO PERTENCE A ESTA CONTA       "
               AT 1801
               CLOSE FICCHQ
               EXIT PARAGRAPH
           END-IF.

           EVALUATE CHQ-ESTADO
               WHEN "P"
                   DISPLAY "CHEQUE JA PAGO - OPOSICAO RECUSADA     "
                   AT 1801
               WHEN "O"
                   DISPLAY "CHEQUE JA TEM OPOSICAO                 "
                   AT 1801
               WHEN OTHER
                   MOVE "O" TO CHQ-ESTADO
                   MOVE CHQ-HOJE TO CHQ-DATA
                   REWRITE REGISTO-CHQ
                   DISPLAY "OPOSICAO REGISTADA                     "
                   AT 1801
           END-EVALUATE.
           CLOSE FICCHQ.

       COMPENSAR-CHEQUES.
      * A COMISSAO DE DEVOLUCAO VEM DA TABELA DE TAXAS
           PERFORM CARREGAR-TAXAS.

      * GRAVA O SALDO DA SESSAO ANTES DE MEXER NAS CONTAS
           MOVE NUMCONTA TO CTA-NUMCONTA.
           READ FICCTA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SALDO TO CTA-SALDO
                   REWRITE REGISTO-CTA
           END-READ.

           MOVE NUMCONTA TO NUMCONTA-SAVE.
           MOVE SALDO TO SALDO-SAVE.
           MOVE 0 TO CHQ-PAGOS.
           MOVE 0 TO CHQ-DEVOLVIDOS.
           MOVE 0 TO CHQ-REJEITADOS.
           MOVE 0 TO CHQ-TOTAL.

           OPEN OUTPUT FICCMP.
           MOVE SPACES TO CMP-LINHA.
           STRING "COMPENSACAO DE CHEQUES " CHQ-HOJE
               DELIMITED BY SIZE
               INTO CMP-LINHA
           END-STRING.
           WRITE REGISTO-CMP.

           OPEN EXTEND FICDEV.
           OPEN I-O FICCHQ.
           OPEN INPUT FICAPR.
           IF FS-APR = "00" THEN
               PERFORM UNTIL FS-APR NOT = "00"
                   READ FICAPR
                       AT END
                           MOVE "10" TO FS-APR
                       NOT AT END
                           PERFORM COMPENSA-CHEQUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICAPR.
           CLOSE FICCHQ.
           CLOSE FICDEV.

           MOVE SPACES TO CMP-LINHA.
           WRITE REGISTO-CMP.
           MOVE CHQ-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO CMP-LINHA.
           STRING "PAGOS: " CHQ-PAGOS "  DEVOLVIDOS: " CHQ-DEVOLVIDOS
               "  REJEITADOS: " CHQ-REJEITADOS
               "  TOTAL PAGO: " WS-TOTAL-ED
               DELIMITED BY SIZE
               INTO CMP-LINHA
           END-STRING.
           WRITE REGISTO-CMP.
           CLOSE FICCMP.

           MOVE NUMCONTA-SAVE TO NUMCONTA.
           MOVE NUMCONTA TO CTA-NUMCONTA.
           READ FICCTA
               INVALID KEY
                   MOVE SALDO-SAVE TO SALDO
               NOT INVALID KEY
                   MOVE CTA-SALDO TO SALDO
           END-READ.
           MOVE SALDO TO SAIDA.
           DISPLAY FUNCTION CONCATENATE(SAIDA) AT 1232.

           DISPLAY "CHEQUES PAGOS:" AT 1701.
           DISPLAY CHQ-PAGOS AT 1716.
           DISPLAY "CHEQUES DEVOLVIDOS:" AT 1801.
           DISPLAY CHQ-DEVOLVIDOS AT 1821.
           DISPLAY "REJEITADOS:" AT 1830.
           DISPLAY CHQ-REJEITADOS AT 1842.
           DISPLAY "DETALHE EM COMPENSACAO_CHEQUES.TXT" AT 1901.

       COMPENSA-CHEQUE.
      * CADA LINHA APRESENTADA TEM NUMERO;VALOR
           MOVE SPACES TO CHQ-F1.
           MOVE SPACES TO CHQ-F2.
           UNSTRING APR-LINHA DELIMITED BY ";"
               INTO CHQ-F1 CHQ-F2
           END-UNSTRING.
           MOVE FUNCTION NUMVAL(CHQ-F1) TO CHQ-NUM-W.
           MOVE FUNCTION NUMVAL(CHQ-F2) TO CHQ-VALOR-W.
           IF CHQ-NUM-W = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE CHQ-NUM-W TO CHQ-NUMERO.
           READ FICCHQ
               INVALID KEY
                   MOVE "CHEQUE NAO EMITIDO" TO CHQ-MOTIVO
                   PERFORM REJEITA-CHEQUE
                   EXIT PARAGRAPH
           END-READ.

           EVALUATE CHQ-ESTADO
               WHEN "P"
                   MOVE "CHEQUE JA PAGO" TO CHQ-MOTIVO
                   PERFORM REJEITA-CHEQUE
                   EXIT PARAGRAPH
               WHEN "O"
                   MOVE "CHEQUE COM OPOSICAO" TO CHQ-MOTIVO
                   PERFORM REJEITA-CHEQUE
                   EXIT PARAGRAPH
           END-EVALUATE.

           MOVE CHQ-CONTA TO CTA-NUMCONTA.
           READ FICCTA
               INVALID KEY
                   MOVE "CONTA INEXISTENTE" TO CHQ-MOTIVO
                   PERFORM REJEITA-CHEQUE
                   EXIT PARAGRAPH
           END-READ.

           IF CTA-ESTADO = "E" THEN
               MOVE "CONTA ENCERRADA" TO CHQ-MOTIVO
               PERFORM REJEITA-CHEQUE
               EXIT PARAGRAPH
           END-IF.

           MOVE CTA-NUMCONTA TO CTV-CONTA-W.
           MOVE CTA-SALDO TO CTV-SALDO-W.
           PERFORM CALCULA-DISPONIVEL.
           IF CTV-DISPONIVEL < CHQ-VALOR-W THEN
               PERFORM DEVOLVE-CHEQUE
               EXIT PARAGRAPH
           END-IF.

           SUBTRACT CHQ-VALOR-W FROM CTA-SALDO.
           REWRITE REGISTO-CTA.
           MOVE CHQ-CONTA TO NUMCONTA.
           MOVE CTA-SALDO TO SALDO.
           MOVE "H" TO OPERACAO.
           MOVE CHQ-VALOR-W TO MONTANTE.
           MOVE SPACES TO MOV-REF.
           STRING "CHQ:" CHQ-NUMERO DELIMITED BY SIZE
               INTO MOV-REF
           END-STRING.
           PERFORM REGISTAR-MOVIMENTO.

           MOVE "P" TO CHQ-ESTADO.
           MOVE CHQ-VALOR-W TO CHQ-VALOR.
           MOVE CHQ-HOJE TO CHQ-DATA.
           REWRITE REGISTO-CHQ.

           ADD 1 TO CHQ-PAGOS.
           ADD CHQ-VALOR-W TO CHQ-TOTAL.
           MOVE CHQ-VALOR-W TO WS-MONTANTE-ED.
           MOVE SPACES TO CMP-LINHA.
           STRING "CHEQUE " CHQ-NUMERO " CONTA " CHQ-CONTA
               " VALOR " WS-MONTANTE-ED " PAGO"
               DELIMITED BY SIZE
               INTO CMP-LINHA
           END-STRING.
           WRITE REGISTO-CMP.

       REJEITA-CHEQUE.
           ADD 1 TO CHQ-REJEITADOS.
           MOVE CHQ-VALOR-W TO WS-MONTANTE-ED.
           MOVE SPACES TO CMP-LINHA.
           STRING "CHEQUE " CHQ-NUM-W " VALOR " WS-MONTANTE-ED
               " REJEITADO - " CHQ-MOTIVO
               DELIMITED BY SIZE
               INTO CMP-LINHA
           END-STRING.
           WRITE REGISTO-CMP.

       DEVOLVE-CHEQUE.
      * FALTA DE PROVISAO: DEVOLVE E COBRA A COMISSAO ATE AO
      * SALDO DISPONIVEL
           IF CHQ-TAXA-DEVOL > CTV-DISPONIVEL THEN
               MOVE CTV-DISPONIVEL TO CHQ-TAXA-W
           ELSE
               MOVE CHQ-TAXA-DEVOL TO CHQ-TAXA-W
           END-IF.
           IF CHQ-TAXA-W > 0 THEN
               SUBTRACT CHQ-TAXA-W FROM CTA-SALDO
               REWRITE REGISTO-CTA
               MOVE CHQ-CONTA TO NUMCONTA
               MOVE CTA-SALDO TO SALDO
               MOVE "F" TO OPERACAO
               MOVE CHQ-TAXA-W TO MONTANTE
               MOVE SPACES TO MOV-REF
               STRING "DEV:" CHQ-NUMERO DELIMITED BY SIZE
                   INTO MOV-REF
               END-STRING
               PERFORM REGISTAR-MOVIMENTO
           END-IF.

           MOVE "D" TO CHQ-ESTADO.
           MOVE CHQ-VALOR-W TO CHQ-VALOR.
           MOVE CHQ-HOJE TO CHQ-DATA.
           ADD 1 TO CHQ-DEVOLUCOES.
           REWRITE REGISTO-CHQ.

           ADD 1 TO CHQ-DEVOLVIDOS.
           MOVE CHQ-VALOR-W TO WS-MONTANTE-ED.
           MOVE CHQ-TAXA-W TO WS-SALDO-ED.
           MOVE SPACES TO DEV-LINHA.
           STRING CHQ-HOJE " CHEQUE " CHQ-NUMERO " CONTA " CHQ-CONTA
               " VALOR " WS-MONTANTE-ED " COMISSAO " WS-SALDO-ED
               " FALTA DE PROVISAO"
               DELIMITED BY SIZE
               INTO DEV-LINHA
           END-STRING.
           WRITE REGISTO-DEV.

           MOVE SPACES TO CMP-LINHA.
           STRING "CHEQUE " CHQ-NUMERO " CONTA " CHQ-CONTA
               " VALOR " WS-MONTANTE-ED " DEVOLVIDO - FALTA DE PROVISAO"
               DELIMITED BY SIZE
               INTO CMP-LINHA
           END-STRING.
           WRITE REGISTO-CMP.

       TITULARES.
           DISPLAY "(A)DICIONAR (R)EMOVER (L)ISTAR TITULARES "
           & "(ENTER=SAIR)" AT 1601.
           MOVE SPACES TO TIT-OP.
           ACCEPT TIT-OP AT 1655.

           EVALUATE TRUE
               WHEN TIT-OP-ADICIONAR
                   PERFORM ADICIONAR-TITULAR
               WHEN TIT-OP-REMOVER
                   PERFORM REMOVER-TITULAR
               WHEN TIT-OP-LISTAR
                   PERFORM LISTAR-TITULARES
           END-EVALUATE.
           MOVE "I" TO OPERACAO.

       ADICIONAR-TITULAR.
           DISPLAY "NIF CLIENTE:" AT 1701 ERASE EOL.
           MOVE SPACES TO TEMP-NIF.
           ACCEPT TEMP-NIF AT 1714.
           MOVE FUNCTION NUMVAL(TEMP-NIF) TO NIF-CLIENTE.
           PERFORM VERIFICA-CLIENTE-BANCO.
           IF WS-LOGIN-OK = 9 THEN
               DISPLAY "CLIENTE NAO REGISTADO                  "
               AT 1801
               MOVE 1 TO WS-LOGIN-OK
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "PAPEL (P)RIMEIRO (C)O-TITULAR (A)UTORIZADO:"
           AT 1801.
           MOVE SPACES TO TIT-PAPEL-W.
           ACCEPT TIT-PAPEL-W AT 1845.
           MOVE FUNCTION UPPER-CASE(TIT-PAPEL-W) TO TIT-PAPEL-W.
           IF (TIT-PAPEL-W NOT = "P") AND (TIT-PAPEL-W NOT = "C") AND
              (TIT-PAPEL-W NOT = "A") THEN
               DISPLAY "PAPEL INVALIDO                         "
               AT 1901
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "ASSINA (Q)UALQUER UM (D)OIS EM CONJUNTO:" AT 1901.
           MOVE SPACES TO TIT-REGRA-W.
           ACCEPT TIT-REGRA-W AT 1942.
           MOVE FUNCTION UPPER-CASE(TIT-REGRA-W) TO TIT-REGRA-W.
           IF TIT-REGRA-W NOT = "D" THEN
               MOVE "Q" TO TIT-REGRA-W
           END-IF.

      * A CONTA ANTIGA SEM TITULARES RECEBE PRIMEIRO O NIF DA CONTA
           OPEN INPUT FICTIT.
           PERFORM CONTA-TITULARES.
           CLOSE FICTIT.
           IF TIT-QTD = 0 THEN
               MOVE NUMCONTA TO CTA-NUMCONTA
               READ FICCTA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTA-NIF-CLIENTE NOT = 0 THEN
                           PERFORM GRAVA-TITULAR-PRINCIPAL
                           MOVE CTA-NIF-CLIENTE TO TIT-PRINCIPAL-W
                       END-IF
               END-READ
           END-IF.

           IF (TIT-PAPEL-W = "P") AND (TIT-PRINCIPAL-W NOT = 0) AND
              (TIT-PRINCIPAL-W NOT = NIF-CLIENTE) THEN
               DISPLAY "CONTA JA TEM PRIMEIRO TITULAR          "
               AT 2001
               EXIT PARAGRAPH
           END-IF.
           IF (TIT-PAPEL-W NOT = "P") AND
              (TIT-PRINCIPAL-W = NIF-CLIENTE) THEN
               DISPLAY "O PRIMEIRO TITULAR NAO MUDA DE PAPEL   "
               AT 2001
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O FICTIT.
           MOVE NUMCONTA TO TIT-CONTA.
           MOVE NIF-CLIENTE TO TIT-NIF.
           READ FICTIT
               INVALID KEY
                   MOVE TIT-PAPEL-W TO TIT-PAPEL
                   MOVE TIT-REGRA-W TO TIT-REGRA
                   COMPUTE TIT-DATA = ANO * 10000 + MES * 100 + DIA
                   MOVE WS-OPERADOR-LOGADO TO TIT-OPERADOR
                   WRITE REGISTO-TIT
                   DISPLAY "TITULAR ASSOCIADO A CONTA              "
                   AT 2001
               NOT INVALID KEY
                   MOVE TIT-PAPEL-W TO TIT-PAPEL
                   MOVE TIT-REGRA-W TO TIT-REGRA
                   MOVE WS-OPERADOR-LOGADO TO TIT-OPERADOR
                   REWRITE REGISTO-TIT
                   DISPLAY "TITULAR ATUALIZADO                     "
                   AT 2001
           END-READ.
           CLOSE FICTIT.

       REMOVER-TITULAR.
           DISPLAY "NIF CLIENTE:" AT 1701 ERASE EOL.
           MOVE SPACES TO TEMP-NIF.
           ACCEPT TEMP-NIF AT 1714.
           MOVE FUNCTION NUMVAL(TEMP-NIF) TO NIF-CLIENTE.

           OPEN I-O FICTIT.
           MOVE NUMCONTA TO TIT-CONTA.
           MOVE NIF-CLIENTE TO TIT-NIF.
           READ FICTIT
               INVALID KEY
                   DISPLAY "NIF NAO ESTA ASSOCIADO A CONTA         "
                   AT 1801
               NOT INVALID KEY
                   IF TIT-PAPEL = "P" THEN
                       DISPLAY "O PRIMEIRO TITULAR NAO PODE SER "
                       & "REMOVIDO" AT 1801
                   ELSE
                       DELETE FICTIT RECORD
                       DISPLAY "TITULAR REMOVIDO DA CONTA              "
                       AT 1801
                   END-IF
           END-READ.
           CLOSE FICTIT.

       LISTAR-TITULARES.
           DISPLAY "NIF       PAPEL            ASSINA" AT 1701
           ERASE EOL.
           MOVE 18 TO POS-LINHA-E.
           OPEN INPUT FICTIT.
           OPEN INPUT FICCLIB.
           PERFORM CONTA-TITULARES.
           IF TIT-QTD = 0 THEN
               DISPLAY "CONTA SEM TITULARES ADICIONAIS - VALE O NIF "
               & "DA CONTA" AT 1801
           ELSE
               MOVE NUMCONTA TO TIT-CONTA
               MOVE 0 TO TIT-NIF
               START FICTIT KEY >= TIT-CHAVE
                   INVALID KEY MOVE "10" TO FS-TIT
               END-START
               PERFORM UNTIL FS-TIT NOT = "00"
                   READ FICTIT NEXT RECORD
                       AT END
                           MOVE "10" TO FS-TIT
                       NOT AT END
                           IF TIT-CONTA NOT = NUMCONTA THEN
                               MOVE "10" TO FS-TIT
                           ELSE
                               IF POS-LINHA-E < 24 THEN
                                   PERFORM MOSTRA-TITULAR
                                   ADD 1 TO POS-LINHA-E
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICCLIB.
           CLOSE FICTIT.

       MOSTRA-TITULAR.
           PERFORM DESCREVE-TITULAR.
           MOVE SPACES TO CLI-NOME.
           MOVE TIT-NIF TO CLI-NIF.
           READ FICCLIB
               INVALID KEY
                   CONTINUE
           END-READ.
           DISPLAY TIT-NIF AT LINE POS-LINHA-E COL 01.
           DISPLAY TIT-PAPEL-ED AT LINE POS-LINHA-E COL 11.
           DISPLAY TIT-REGRA-ED AT LINE POS-LINHA-E COL 28.
           DISPLAY CLI-NOME AT LINE POS-LINHA-E COL 49.

       DESCREVE-TITULAR.
           EVALUATE TIT-PAPEL
               WHEN "P"
                   MOVE "PRIMEIRO TITULAR" TO TIT-PAPEL-ED
               WHEN "C"
                   MOVE "CO-TITULAR" TO TIT-PAPEL-ED
               WHEN OTHER
                   MOVE "AUTORIZADO" TO TIT-PAPEL-ED
           END-EVALUATE.
           IF TIT-REGRA = "D" THEN
               MOVE "DOIS EM CONJUNTO" TO TIT-REGRA-ED
           ELSE
               MOVE "QUALQUER UM" TO TIT-REGRA-ED
           END-IF.

       CONTA-TITULARES.
      * CONTA OS TITULARES DA CONTA DA SESSAO (FICTIT JA ABERTO)
           MOVE 0 TO TIT-QTD.
           MOVE 0 TO TIT-PRINCIPAL-W.
           MOVE NUMCONTA TO TIT-CONTA.
           MOVE 0 TO TIT-NIF.
           START FICTIT KEY >= TIT-CHAVE
               INVALID KEY MOVE "10" TO FS-TIT
           END-START.
           PERFORM UNTIL FS-TIT NOT = "00"
               READ FICTIT NEXT RECORD
                   AT END
                       MOVE "10" TO FS-TIT
                   NOT AT END
                       IF TIT-CONTA NOT = NUMCONTA THEN
                           MOVE "10" TO FS-TIT
                       ELSE
                           ADD 1 TO TIT-QTD
                           IF TIT-PAPEL = "P" THEN
                               MOVE TIT-NIF TO TIT-PRINCIPAL-W
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       GRAVA-TITULAR-PRINCIPAL.
      * LIGA O NIF DA FICHA DA CONTA COMO PRIMEIRO TITULAR
           OPEN I-O FICTIT.
           MOVE CTA-NUMCONTA TO TIT-CONTA.
           MOVE CTA-NIF-CLIENTE TO TIT-NIF.
           MOVE "P" TO TIT-PAPEL.
           MOVE "Q" TO TIT-REGRA.
           COMPUTE TIT-DATA = ANO * 10000 + MES * 100 + DIA.
           MOVE WS-OPERADOR-LOGADO TO TIT-OPERADOR.
           WRITE REGISTO-TIT
               INVALID KEY
                   CONTINUE
           END-WRITE.
           CLOSE FICTIT.

       VERIFICA-ORDENANTE.
      * DEBITOS E TRANSFERENCIAS EXIGEM UM TITULAR OU AUTORIZADO
           MOVE 0 TO TIT-OK.
           MOVE "ORDENANTE NAO AUTORIZADO NA CONTA" TO TIT-MOTIVO.
           DISPLAY "NIF ORDENANTE:" AT 1901 ERASE EOL.
           MOVE SPACES TO TEMP-NIF.
           ACCEPT TEMP-NIF AT 1916.
           MOVE FUNCTION NUMVAL(TEMP-NIF) TO TIT-NIF1.

           OPEN INPUT FICTIT.
           PERFORM CONTA-TITULARES.
           IF TIT-QTD = 0 THEN
      * CONTA SEM TITULARES REGISTADOS: VALE O NIF DA PROPRIA CONTA
               MOVE NUMCONTA TO CTA-NUMCONTA
               READ FICCTA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTA-NIF-CLIENTE = TIT-NIF1 THEN
                           MOVE 1 TO TIT-OK
                       END-IF
               END-READ
           ELSE
               MOVE NUMCONTA TO TIT-CONTA
               MOVE TIT-NIF1 TO TIT-NIF
               READ FICTIT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TIT-REGRA = "D" THEN
                           PERFORM VERIFICA-SEGUNDO-ORDENANTE
                       ELSE
                           MOVE 1 TO TIT-OK
                       END-IF
               END-READ
           END-IF.
           CLOSE FICTIT.

           IF TIT-OK = 1 THEN
               DISPLAY " " ERASE EOL AT 1901
               DISPLAY " " ERASE EOL AT 2001
           ELSE
               DISPLAY TIT-MOTIVO AT 2001 ERASE EOL
           END-IF.

       VERIFICA-SEGUNDO-ORDENANTE.
      * REGRA DE ASSINATURA CONJUNTA: PEDE O SEGUNDO NIF
           DISPLAY "SEGUNDO NIF:" AT 1930.
           MOVE SPACES TO TEMP-NIF.
           ACCEPT TEMP-NIF AT 1943.
           MOVE FUNCTION NUMVAL(TEMP-NIF) TO TIT-NIF2.
           IF TIT-NIF2 = TIT-NIF1 THEN
               MOVE "FALTA A SEGUNDA ASSINATURA" TO TIT-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           MOVE NUMCONTA TO TIT-CONTA.
           MOVE TIT-NIF2 TO TIT-NIF.
           READ FICTIT
               INVALID KEY
                   MOVE "SEGUNDO ORDENANTE NAO AUTORIZADO" TO TIT-MOTIVO
               NOT INVALID KEY
                   MOVE 1 TO TIT-OK
           END-READ.

       EXTRATO-TITULARES.
      * LISTA NO EXTRATO TODOS OS TITULARES DA CONTA
           OPEN INPUT FICTIT.
           OPEN INPUT FICCLIB.
           PERFORM CONTA-TITULARES.
           IF TIT-QTD = 0 THEN
               MOVE NUMCONTA TO CTA-NUMCONTA
               READ FICCTA
                   INVALID KEY
                       MOVE 0 TO CTA-NIF-CLIENTE
               END-READ
               MOVE CTA-NIF-CLIENTE TO TIT-NIF
               MOVE "P" TO TIT-PAPEL
               MOVE "Q" TO TIT-REGRA
               PERFORM EXTRATO-UM-TITULAR
           ELSE
               MOVE NUMCONTA TO TIT-CONTA
               MOVE 0 TO TIT-NIF
               START FICTIT KEY >= TIT-CHAVE
                   INVALID KEY MOVE "10" TO FS-TIT
               END-START
               PERFORM UNTIL FS-TIT NOT = "00"
                   READ FICTIT NEXT RECORD
                       AT END
                           MOVE "10" TO FS-TIT
                       NOT AT END
                           IF TIT-CONTA NOT = NUMCONTA THEN
                               MOVE "10" TO FS-TIT
                           ELSE
                               PERFORM EXTRATO-UM-TITULAR
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICCLIB.
           CLOSE FICTIT.

       EXTRATO-UM-TITULAR.
           PERFORM DESCREVE-TITULAR.
           MOVE SPACES TO CLI-NOME.
           MOVE TIT-NIF TO CLI-NIF.
           READ FICCLIB
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE SPACES TO EXT-LINHA.
           STRING TIT-PAPEL-ED " " TIT-NIF " " CLI-NOME
               " ASSINA: " TIT-REGRA-ED
               DELIMITED BY SIZE
               INTO EXT-LINHA
           END-STRING.
           WRITE REGISTO-EXT.

       POSICAO-PAPEL-CONTA.
      * PAPEL DO CLIENTE NA CONTA LIDA (ESPACO SE NAO E TITULAR)
           MOVE SPACES TO TIT-PAPEL-W.
           MOVE CTA-NUMCONTA TO TIT-CONTA.
           MOVE NIF-CLIENTE TO TIT-NIF.
           READ FICTIT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TIT-PAPEL TO TIT-PAPEL-W
           END-READ.
           IF (TIT-PAPEL-W = SPACES) AND
              (CTA-NIF-CLIENTE = NIF-CLIENTE) THEN
               MOVE "P" TO TIT-PAPEL-W
           END-IF.
           IF TIT-PAPEL-W NOT = SPACES THEN
               MOVE TIT-PAPEL-W TO TIT-PAPEL
               PERFORM DESCREVE-TITULAR
           END-IF.

       CATIVOS.
           DISPLAY "(N)OVO CATIVO (L)IBERTAR (R)ELATORIO (ENTER=SAIR)"
           AT 1601.
           MOVE SPACES TO CTV-OP.
           ACCEPT CTV-OP AT 1651.

           EVALUATE TRUE
               WHEN CTV-OP-NOVO
                   PERFORM NOVO-CATIVO
               WHEN CTV-OP-LIBERTAR
                   PERFORM LIBERTAR-CATIVO
               WHEN CTV-OP-RELATORIO
                   PERFORM RELATORIO-CATIVOS
           END-EVALUATE.
           MOVE "B" TO OPERACAO.

       NOVO-CATIVO.
           DISPLAY "TIPO (R)ESERVA (P)ENHORA:" AT 1701 ERASE EOL.
           MOVE SPACES TO CTV-TIPO-W.
           ACCEPT CTV-TIPO-W AT 1727.
           MOVE FUNCTION UPPER-CASE(CTV-TIPO-W) TO CTV-TIPO-W.
           IF (CTV-TIPO-W NOT = "R") AND (CTV-TIPO-W NOT = "P") THEN
               DISPLAY "TIPO INVALIDO                          "
               AT 1801
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "MONTANTE:" AT 1730.
           MOVE SPACES TO TEMP-CAP.
           ACCEPT TEMP-CAP AT 1740.
           MOVE FUNCTION NUMVAL(TEMP-CAP) TO CTV-MONTANTE-W.
           IF CTV-MONTANTE-W = 0 THEN
               DISPLAY "MONTANTE INVALIDO                      "
               AT 1801
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "MOTIVO:" AT 1801 ERASE EOL.
           MOVE SPACES TO CTV-MOTIVO-W.
           ACCEPT CTV-MOTIVO-W AT 1809.
           DISPLAY "REFERENCIA:" AT 1901 ERASE EOL.
           MOVE SPACES TO CTV-REF-W.
           ACCEPT CTV-REF-W AT 1913.
           DISPLAY "LIBERTAR EM (AAAAMMDD, ENTER=SEM DATA):" AT 2001
           ERASE EOL.
           MOVE SPACES TO TEMP-DATA1.
           ACCEPT TEMP-DATA1 AT 2041.
           MOVE FUNCTION NUMVAL(TEMP-DATA1) TO CTV-DATA-FIM-W.

           COMPUTE CTV-HOJE = ANO * 10000 + MES * 100 + DIA.
           IF (CTV-DATA-FIM-W NOT = 0) AND
              (CTV-DATA-FIM-W < CTV-HOJE) THEN
               DISPLAY "DATA DE LIBERTACAO INVALIDA            "
               AT 2101
               EXIT PARAGRAPH
           END-IF.

      * O CATIVO SO PODE PRENDER O QUE AINDA ESTA DISPONIVEL
           MOVE NUMCONTA TO CTV-CONTA-W.
           MOVE SALDO TO CTV-SALDO-W.
           PERFORM CALCULA-DISPONIVEL.
           IF CTV-TIPO-W = "R" THEN
               IF CTV-MONTANTE-W > CTV-DISPONIVEL THEN
                   DISPLAY "SALDO DISPONIVEL INSUFICIENTE PARA A "
                   & "RESERVA" AT 2101
                   EXIT PARAGRAPH
               END-IF
               MOVE CTV-MONTANTE-W TO CTV-CAPTURA-W
           ELSE
      * A PENHORA PRENDE JA O DISPONIVEL E DEPOIS OS CREDITOS
               IF CTV-MONTANTE-W > CTV-DISPONIVEL THEN
                   MOVE CTV-DISPONIVEL TO CTV-CAPTURA-W
               ELSE
                   MOVE CTV-MONTANTE-W TO CTV-CAPTURA-W
               END-IF
           END-IF.

           MOVE 0 TO CTV-NUM-W.
           OPEN INPUT FICCTV.
           IF FS-CTV = "00" THEN
               PERFORM UNTIL FS-CTV NOT = "00"
                   READ FICCTV NEXT RECORD
                       AT END
                           MOVE "10" TO FS-CTV
                       NOT AT END
                           MOVE CTV-NUM TO CTV-NUM-W
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICCTV.
           ADD 1 TO CTV-NUM-W.

           OPEN I-O FICCTV.
           MOVE CTV-NUM-W TO CTV-NUM.
           MOVE NUMCONTA TO CTV-CONTA.
           MOVE CTV-TIPO-W TO CTV-TIPO.
           MOVE CTV-MONTANTE-W TO CTV-MONTANTE.
           MOVE CTV-CAPTURA-W TO CTV-CATIVADO.
           MOVE CTV-MOTIVO-W TO CTV-MOTIVO.
           MOVE CTV-REF-W TO CTV-REFERENCIA.
           MOVE CTV-HOJE TO CTV-DATA-INI.
           MOVE CTV-DATA-FIM-W TO CTV-DATA-FIM.
           MOVE "A" TO CTV-ESTADO.
           MOVE WS-OPERADOR-LOGADO TO CTV-OPERADOR.
           WRITE REGISTO-CTV
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O CATIVO                "
                   AT 2101
                   CLOSE FICCTV
                   EXIT PARAGRAPH
           END-WRITE.
           CLOSE FICCTV.

           MOVE CTV-CAPTURA-W TO WS-MONTANTE-ED.
           DISPLAY "CATIVO          REGISTADO - CATIVADO:" AT 2101
           ERASE EOL.
           DISPLAY CTV-NUM-W AT 2108.
           DISPLAY WS-MONTANTE-ED AT 2139.

       LIBERTAR-CATIVO.
           DISPLAY "NUMERO DO CATIVO:" AT 1701 ERASE EOL.
           MOVE SPACES TO TEMP-C.
           ACCEPT TEMP-C AT 1719.
           MOVE FUNCTION NUMVAL(TEMP-C) TO CTV-NUM-W.

           OPEN I-O FICCTV.
           MOVE CTV-NUM-W TO CTV-NUM.
           READ FICCTV
               INVALID KEY
                   DISPLAY "CATIVO NAO EXISTE                      "
                   AT 1801
               NOT INVALID KEY
                   IF CTV-ESTADO NOT = "A" THEN
                       DISPLAY "CATIVO JA LIBERTADO                    "
                       AT 1801
                   ELSE
                       COMPUTE CTV-HOJE = ANO * 10000 + MES * 100 + DIA
                       MOVE "L" TO CTV-ESTADO
                       IF (CTV-DATA-FIM = 0) OR
                          (CTV-DATA-FIM > CTV-HOJE) THEN
                           MOVE CTV-HOJE TO CTV-DATA-FIM
                       END-IF
                       MOVE WS-OPERADOR-LOGADO TO CTV-OPERADOR
                       REWRITE REGISTO-CTV
                       DISPLAY "CATIVO LIBERTADO NA CONTA              "
                       AT 1801
                       DISPLAY CTV-CONTA AT 1827
                   END-IF
           END-READ.
           CLOSE FICCTV.

       RELATORIO-CATIVOS.
      * LISTA PARA A AUDITORIA DE TODOS OS CATIVOS EM VIGOR
           COMPUTE CTV-HOJE = ANO * 10000 + MES * 100 + DIA.
           MOVE 0 TO CTV-QTD.
           MOVE 0 TO CTV-TOTAL.

           OPEN OUTPUT FICCTR.
           MOVE SPACES TO CTR-LINHA.
           STRING "CATIVOS E PENHORAS EM VIGOR A " CTV-HOJE
               DELIMITED BY SIZE
               INTO CTR-LINHA
           END-STRING.
           WRITE REGISTO-CTR.
           MOVE SPACES TO CTR-LINHA.
           WRITE REGISTO-CTR.
           MOVE "NUMERO CONTA  T   MONTANTE   CATIVADO   "
           & "INICIO      FIM" TO CTR-LINHA.
           WRITE REGISTO-CTR.

           OPEN INPUT FICCTV.
           IF FS-CTV = "00" THEN
               PERFORM UNTIL FS-CTV NOT = "00"
                   READ FICCTV NEXT RECORD
                       AT END
                           MOVE "10" TO FS-CTV
                       NOT AT END
                           PERFORM VERIFICA-CATIVO-ATIVO
                           IF CTV-ATIVO = 1 THEN
                               PERFORM ESCREVE-LINHA-CATIVO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICCTV.

           MOVE SPACES TO CTR-LINHA.
           WRITE REGISTO-CTR.
           MOVE CTV-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO CTR-LINHA.
           STRING "CATIVOS EM VIGOR: " CTV-QTD
               "  TOTAL CATIVADO: " WS-TOTAL-ED
               DELIMITED BY SIZE
               INTO CTR-LINHA
           END-STRING.
           WRITE REGISTO-CTR.
           CLOSE FICCTR.

           DISPLAY "CATIVOS EM VIGOR:" AT 1701 ERASE EOL.
           DISPLAY CTV-QTD AT 1719.
           DISPLAY "TOTAL CATIVADO:" AT 1801 ERASE EOL.
           DISPLAY WS-TOTAL-ED AT 1817.
           DISPLAY "DETALHE EM CATIVOS.TXT" AT 1901 ERASE EOL.

       ESCREVE-LINHA-CATIVO.
           PERFORM VALOR-CATIVO.
           ADD 1 TO CTV-QTD.
           ADD CTV-VALOR-W TO CTV-TOTAL.
           MOVE CTV-MONTANTE TO WS-MONTANTE-ED.
           MOVE CTV-VALOR-W TO WS-SALDO-ED.
           MOVE SPACES TO CTR-LINHA.
           STRING CTV-NUM " " CTV-CONTA " " CTV-TIPO " "
               WS-MONTANTE-ED " " WS-SALDO-ED " " CTV-DATA-INI " "
               CTV-DATA-FIM " OPER " CTV-OPERADOR
               DELIMITED BY SIZE
               INTO CTR-LINHA
           END-STRING.
           WRITE REGISTO-CTR.
           MOVE SPACES TO CTR-LINHA.
           STRING "       REF: " CTV-REFERENCIA " MOTIVO: " CTV-MOTIVO
               DELIMITED BY SIZE
               INTO CTR-LINHA
           END-STRING.
           WRITE REGISTO-CTR.

       VERIFICA-CATIVO-ATIVO.
      * EM VIGOR: ATIVO, JA INICIADO E AINDA NAO LIBERTADO
           MOVE 0 TO CTV-ATIVO.
           IF (CTV-ESTADO = "A") AND (CTV-DATA-INI <= CTV-HOJE) THEN
               IF (CTV-DATA-FIM = 0) OR (CTV-DATA-FIM >= CTV-HOJE) THEN
                   MOVE 1 TO CTV-ATIVO
               END-IF
           END-IF.

       VALOR-CATIVO.
      * A RESERVA PRENDE O MONTANTE; A PENHORA O QUE JA CAPTUROU
           IF CTV-TIPO = "P" THEN
               MOVE CTV-CATIVADO TO CTV-VALOR-W
           ELSE
               MOVE CTV-MONTANTE TO CTV-VALOR-W
           END-IF.

       CALCULA-DISPONIVEL.
      * SALDO DISPONIVEL DE CTV-CONTA-W A PARTIR DE CTV-SALDO-W
           COMPUTE CTV-HOJE = ANO * 10000 + MES * 100 + DIA.
           MOVE 0 TO CTV-BLOQUEADO.
           OPEN INPUT FICCTV.
           MOVE CTV-CONTA-W TO CTV-CONTA.
           START FICCTV KEY = CTV-CONTA
               INVALID KEY MOVE "10" TO FS-CTV
           END-START.
           PERFORM UNTIL FS-CTV NOT = "00"
               READ FICCTV NEXT RECORD
                   AT END
                       MOVE "10" TO FS-CTV
                   NOT AT END
                       IF CTV-CONTA NOT = CTV-CONTA-W THEN
                           MOVE "10" TO FS-CTV
                       ELSE
                           PERFORM VERIFICA-CATIVO-ATIVO
                           IF CTV-ATIVO = 1 THEN
                               PERFORM VALOR-CATIVO
                               ADD CTV-VALOR-W TO CTV-BLOQUEADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICCTV.
           IF CTV-BLOQUEADO > CTV-SALDO-W THEN
               MOVE 0 TO CTV-DISPONIVEL
           ELSE
               COMPUTE CTV-DISPONIVEL = CTV-SALDO-W - CTV-BLOQUEADO
           END-IF.

       CAPTURA-PENHORA.
      * O CREDITO EM MONTANTE VAI PARA AS PENHORAS ATIVAS DA CONTA
           COMPUTE CTV-HOJE = ANO * 10000 + MES * 100 + DIA.
           MOVE MONTANTE TO CTV-RESTO-W.
           OPEN I-O FICCTV.
           MOVE NUMCONTA TO CTV-CONTA.
           START FICCTV KEY = CTV-CONTA
               INVALID KEY MOVE "10" TO FS-CTV
           END-START.
           PERFORM UNTIL (FS-CTV NOT = "00") OR (CTV-RESTO-W = 0)
               READ FICCTV NEXT RECORD
                   AT END
                       MOVE "10" TO FS-CTV
                   NOT AT END
                       IF CTV-CONTA NOT = NUMCONTA THEN
                           MOVE "10" TO FS-CTV
                       ELSE
                           PERFORM VERIFICA-CATIVO-ATIVO
                           IF (CTV-ATIVO = 1) AND (CTV-TIPO = "P") AND
                              (CTV-CATIVADO < CTV-MONTANTE) THEN
                               PERFORM CAPTURA-UMA-PENHORA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICCTV.

       CAPTURA-UMA-PENHORA.
           COMPUTE CTV-CAPTURA-W = CTV-MONTANTE - CTV-CATIVADO.
           IF CTV-CAPTURA-W > CTV-RESTO-W THEN
               MOVE CTV-RESTO-W TO CTV-CAPTURA-W
           END-IF.
           ADD CTV-CAPTURA-W TO CTV-CATIVADO.
           SUBTRACT CTV-CAPTURA-W FROM CTV-RESTO-W.
           REWRITE REGISTO-CTV.

       CONFORMIDADE.
           DISPLAY "(G)ERAR RELATORIO (D)ECISAO DE CASO (ENTER=SAIR)"
           AT 1601.
           MOVE SPACES TO CNF-OP.
           ACCEPT CNF-OP AT 1650.

           EVALUATE TRUE
               WHEN CNF-OP-GERAR
                   PERFORM RELATORIO-CONFORMIDADE
               WHEN CNF-OP-DECISAO
                   PERFORM DECISAO-CASO
           END-EVALUATE.
           MOVE "W" TO OPERACAO.

       RELATORIO-CONFORMIDADE.
           DISPLAY "DATA DE  (AAAAMMDD):" AT 1701 ERASE EOL.
           MOVE SPACES TO TEMP-DATA1.
           ACCEPT TEMP-DATA1 AT 1722.
           DISPLAY "DATA ATE (AAAAMMDD):" AT 1801 ERASE EOL.
           MOVE SPACES TO TEMP-DATA2.
           ACCEPT TEMP-DATA2 AT 1822.
           MOVE FUNCTION NUMVAL(TEMP-DATA1) TO CNF-DE.
           MOVE FUNCTION NUMVAL(TEMP-DATA2) TO CNF-ATE.
           COMPUTE CNF-HOJE = ANO * 10000 + MES * 100 + DIA.
           IF CNF-ATE = 0 THEN
               MOVE CNF-HOJE TO CNF-ATE
           END-IF.
           IF (CNF-DE < 20000101) OR (CNF-ATE < CNF-DE) THEN
               DISPLAY "PERIODO INVALIDO                       "
               AT 1901
               EXIT PARAGRAPH
           END-IF.

      * LIMITE E JANELA DE DIAS VEM DA TABELA DE TAXAS
           PERFORM CARREGAR-TAXAS.
           IF CNF-DIAS = 0 THEN
               MOVE 1 TO CNF-DIAS
           END-IF.

      * PROXIMO NUMERO DE CASO
           MOVE 0 TO CAS-NUM-W.
           OPEN INPUT FICCAS.
           IF FS-CAS = "00" THEN
               PERFORM UNTIL FS-CAS NOT = "00"
                   READ FICCAS NEXT RECORD
                       AT END
                           MOVE "10" TO FS-CAS
                       NOT AT END
                           MOVE CAS-NUM TO CAS-NUM-W
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICCAS.

           MOVE 0 TO CNF-QTD.
           MOVE 0 TO CNF-CHEIO.
           MOVE 0 TO CNF-GRANDES.
           MOVE 0 TO CNF-FRACC.
           MOVE 0 TO CNF-CONTA-ANT.
           MOVE 0 TO CNF-NIF-ANT.

           OPEN OUTPUT FICCNF.
           MOVE SPACES TO CNF-LINHA.
           STRING "RELATORIO DE CONFORMIDADE - NUMERARIO DE " CNF-DE
               " A " CNF-ATE
               DELIMITED BY SIZE
               INTO CNF-LINHA
           END-STRING.
           WRITE REGISTO-CNF.
           MOVE CNF-LIMITE TO WS-TOTAL-ED.
           MOVE SPACES TO CNF-LINHA.
           STRING "LIMITE: " WS-TOTAL-ED "  JANELA: " CNF-DIAS " DIAS"
               DELIMITED BY SIZE
               INTO CNF-LINHA
           END-STRING.
           WRITE REGISTO-CNF.
           MOVE SPACES TO CNF-LINHA.
           WRITE REGISTO-CNF.
           MOVE "OPERACOES EM NUMERARIO ACIMA DO LIMITE" TO CNF-LINHA.
           WRITE REGISTO-CNF.

           OPEN I-O FICCAS.

      * 1. MOVIMENTOS EM NUMERARIO (C/D) DO PERIODO
           OPEN INPUT FICMVX.
           IF FS-MVX = "00" THEN
               PERFORM UNTIL FS-MVX NOT = "00"
                   READ FICMVX NEXT RECORD
                       AT END
                           MOVE "10" TO FS-MVX
                       NOT AT END
                           IF ((MVX-OP(1:1) = "C") OR
                               (MVX-OP(1:1) = "D")) AND
                              (MVX-DATA >= CNF-DE) AND
                              (MVX-DATA <= CNF-ATE) THEN
                               PERFORM CONFORMIDADE-MOVIMENTO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICMVX.

      * 2. VARIOS MOVIMENTOS ABAIXO DO LIMITE DO MESMO NIF
           MOVE SPACES TO CNF-LINHA.
           WRITE REGISTO-CNF.
           MOVE "POSSIVEL FRACIONAMENTO (MESMO NIF, VARIAS OPERACOES)"
               TO CNF-LINHA.
           WRITE REGISTO-CNF.
           PERFORM VARYING CNF-IDX FROM 1 BY 1 UNTIL CNF-IDX > CNF-QTD
               IF CNF-T-MARCA(CNF-IDX) = 0 THEN
                   PERFORM CONFORMIDADE-JANELA
               END-IF
           END-PERFORM.
           CLOSE FICCAS.

           MOVE SPACES TO CNF-LINHA.
           WRITE REGISTO-CNF.
           IF CNF-CHEIO = 1 THEN
               MOVE "ATENCAO: TABELA CHEIA - PERIODO DEMASIADO LONGO "
                   TO CNF-LINHA
               WRITE REGISTO-CNF
           END-IF.
           MOVE SPACES TO CNF-LINHA.
           STRING "ACIMA DO LIMITE: " CNF-GRANDES
               "  FRACIONAMENTO: " CNF-FRACC
               DELIMITED BY SIZE
               INTO CNF-LINHA
           END-STRING.
           WRITE REGISTO-CNF.
           CLOSE FICCNF.

           DISPLAY "OPERACOES ACIMA DO LIMITE:" AT 1901 ERASE EOL.
           DISPLAY CNF-GRANDES AT 1928.
           DISPLAY "CASOS DE FRACIONAMENTO:" AT 2001 ERASE EOL.
           DISPLAY CNF-FRACC AT 2025.
           DISPLAY "DETALHE EM CONFORMIDADE.TXT" AT 2101 ERASE EOL.

       CONFORMIDADE-MOVIMENTO.
      * O NIF E O DA CONTA DO MOVIMENTO (MOVIX VEM POR CONTA)
           IF MVX-CONTA NOT = CNF-CONTA-ANT THEN
               MOVE MVX-CONTA TO CNF-CONTA-ANT
               MOVE 0 TO CNF-NIF-ANT
               MOVE MVX-CONTA TO CTA-NUMCONTA
               READ FICCTA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CTA-NIF-CLIENTE TO CNF-NIF-ANT
               END-READ
           END-IF.

           IF MVX-MONTANTE > CNF-LIMITE THEN
               ADD 1 TO CNF-GRANDES
               MOVE SPACES TO CAS-ORIGEM
               STRING "G" MVX-CONTA MVX-DATA MVX-SEQ
                   DELIMITED BY SIZE
                   INTO CAS-ORIGEM
               END-STRING
               MOVE "G" TO CAS-TIPO-W
               MOVE CNF-NIF-ANT TO CNF-NIF-W
               MOVE MVX-CONTA TO CNF-CONTA-W
               MOVE MVX-DATA TO CNF-DATA-INI
               MOVE MVX-DATA TO CNF-DATA-FIM
               MOVE MVX-MONTANTE TO CNF-SOMA
               MOVE 1 TO CNF-CONT
               MOVE MVX-OPERADOR TO CNF-OPER-W
               PERFORM REGISTA-CASO
               MOVE MVX-MONTANTE TO WS-TOTAL-ED
               MOVE SPACES TO CNF-LINHA
               STRING "CASO " CAS-NUM " " MVX-DATA " CONTA " MVX-CONTA
                   " NIF " CNF-NIF-ANT " " MVX-OP(1:1) " "
                   WS-TOTAL-ED " OPER " MVX-OPERADOR " " CNF-NOVO-ED
                   DELIMITED BY SIZE
                   INTO CNF-LINHA
               END-STRING
               WRITE REGISTO-CNF
               EXIT PARAGRAPH
           END-IF.

           IF CNF-QTD >= 1000 THEN
               MOVE 1 TO CNF-CHEIO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CNF-QTD.
           MOVE CNF-NIF-ANT TO CNF-T-NIF(CNF-QTD).
           MOVE MVX-CONTA TO CNF-T-CONTA(CNF-QTD).
           MOVE MVX-DATA TO CNF-T-DATA(CNF-QTD).
           MOVE FUNCTION INTEGER-OF-DATE(MVX-DATA)
               TO CNF-T-DIAS(CNF-QTD).
           MOVE MVX-OP(1:1) TO CNF-T-OP(CNF-QTD).
           MOVE MVX-MONTANTE TO CNF-T-MONT(CNF-QTD).
           MOVE MVX-OPERADOR TO CNF-T-OPER(CNF-QTD).
           MOVE 0 TO CNF-T-MARCA(CNF-QTD).

       CONFORMIDADE-JANELA.
      * SOMA OS MOVIMENTOS DO NIF NOS N DIAS ATE A DATA DESTE
           MOVE CNF-T-NIF(CNF-IDX) TO CNF-NIF-W.
           IF CNF-NIF-W = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE CNF-DIAS-INI = CNF-T-DIAS(CNF-IDX) - CNF-DIAS + 1.
           MOVE 0 TO CNF-SOMA.
           MOVE 0 TO CNF-CONT.
           MOVE CNF-T-DATA(CNF-IDX) TO CNF-DATA-INI.
           MOVE CNF-T-DATA(CNF-IDX) TO CNF-DATA-FIM.
           PERFORM VARYING CNF-JDX FROM 1 BY 1 UNTIL CNF-JDX > CNF-QTD
               IF (CNF-T-NIF(CNF-JDX) = CNF-NIF-W) AND
                  (CNF-T-MARCA(CNF-JDX) = 0) AND
                  (CNF-T-DIAS(CNF-JDX) >= CNF-DIAS-INI) AND
                  (CNF-T-DIAS(CNF-JDX) <= CNF-T-DIAS(CNF-IDX)) THEN
                   ADD CNF-T-MONT(CNF-JDX) TO CNF-SOMA
                   ADD 1 TO CNF-CONT
                   IF CNF-T-DATA(CNF-JDX) < CNF-DATA-INI THEN
                       MOVE CNF-T-DATA(CNF-JDX) TO CNF-DATA-INI
                   END-IF
               END-IF
           END-PERFORM.

           IF (CNF-CONT < 2) OR (CNF-SOMA NOT > CNF-LIMITE) THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO CNF-FRACC.
           MOVE SPACES TO CAS-ORIGEM.
           STRING "F" CNF-NIF-W CNF-DATA-INI CNF-DATA-FIM
               DELIMITED BY SIZE
               INTO CAS-ORIGEM
           END-STRING.
           MOVE "F" TO CAS-TIPO-W.
           MOVE 0 TO CNF-CONTA-W.
           MOVE 0 TO CNF-OPER-W.
           PERFORM REGISTA-CASO.
           MOVE CNF-SOMA TO WS-TOTAL-ED.
           MOVE SPACES TO CNF-LINHA.
           STRING "CASO " CAS-NUM " NIF " CNF-NIF-W " DE " CNF-DATA-INI
               " A " CNF-DATA-FIM " OPERACOES " CNF-CONT " TOTAL "
               WS-TOTAL-ED " " CNF-NOVO-ED
               DELIMITED BY SIZE
               INTO CNF-LINHA
           END-STRING.
           WRITE REGISTO-CNF.

      * DETALHE COM O OPERADOR DE CADA MOVIMENTO DA JANELA
           PERFORM VARYING CNF-JDX FROM 1 BY 1 UNTIL CNF-JDX > CNF-QTD
               IF (CNF-T-NIF(CNF-JDX) = CNF-NIF-W) AND
                  (CNF-T-MARCA(CNF-JDX) = 0) AND
                  (CNF-T-DIAS(CNF-JDX) >= CNF-DIAS-INI) AND
                  (CNF-T-DIAS(CNF-JDX) <= CNF-T-DIAS(CNF-IDX)) THEN
                   MOVE 1 TO CNF-T-MARCA(CNF-JDX)
                   MOVE CNF-T-MONT(CNF-JDX) TO WS-TOTAL-ED
                   MOVE SPACES TO CNF-LINHA
                   STRING "     " CNF-T-DATA(CNF-JDX) " CONTA "
                       CNF-T-CONTA(CNF-JDX) " " CNF-T-OP(CNF-JDX) " "
                       WS-TOTAL-ED " OPER " CNF-T-OPER(CNF-JDX)
                       DELIMITED BY SIZE
                       INTO CNF-LINHA
                   END-STRING
                   WRITE REGISTO-CNF
               END-IF
           END-PERFORM.

       REGISTA-CASO.
      * UM CASO JA DETETADO NUM LOTE ANTERIOR NAO E DUPLICADO
           READ FICCAS KEY IS CAS-ORIGEM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "(JA REGISTADO)" TO CNF-NOVO-ED
                   EXIT PARAGRAPH
           END-READ.

           ADD 1 TO CAS-NUM-W.
           MOVE CAS-NUM-W TO CAS-NUM.
           MOVE CAS-TIPO-W TO CAS-TIPO.
           MOVE CNF-NIF-W TO CAS-NIF.
           MOVE CNF-CONTA-W TO CAS-CONTA.
           MOVE CNF-DATA-INI TO CAS-DATA-INI.
           MOVE CNF-DATA-FIM TO CAS-DATA-FIM.
           MOVE CNF-SOMA TO CAS-MONTANTE.
           MOVE CNF-CONT TO CAS-QTD.
           MOVE CNF-OPER-W TO CAS-OPERADOR.
           MOVE CNF-HOJE TO CAS-DATA-DETECAO.
           MOVE "P" TO CAS-ESTADO.
           MOVE SPACES TO CAS-DECISAO.
           MOVE SPACES TO CAS-NOTA.
           MOVE 0 TO CAS-REVISOR.
           MOVE 0 TO CAS-DATA-DECISAO.
           WRITE REGISTO-CAS
               INVALID KEY
                   CONTINUE
           END-WRITE.
           MOVE "(NOVO)" TO CNF-NOVO-ED.

       DECISAO-CASO.
           DISPLAY "NUMERO DO CASO:" AT 1701 ERASE EOL.
           MOVE SPACES TO TEMP-C.
           ACCEPT TEMP-C AT 1717.
           MOVE FUNCTION NUMVAL(TEMP-C) TO CAS-NUM-W.

           OPEN I-O FICCAS.
           MOVE CAS-NUM-W TO CAS-NUM.
           READ FICCAS
               INVALID KEY
                   DISPLAY "CASO NAO EXISTE                        "
                   AT 1801
                   CLOSE FICCAS
                   EXIT PARAGRAPH
           END-READ.

           MOVE CAS-MONTANTE TO WS-TOTAL-ED.
           DISPLAY "TIPO" AT 1801 ERASE EOL.
           DISPLAY CAS-TIPO AT 1806.
           DISPLAY "NIF" AT 1808.
           DISPLAY CAS-NIF AT 1812.
           DISPLAY WS-TOTAL-ED AT 1822.
           DISPLAY CAS-DATA-INI AT 1834.
           DISPLAY CAS-DATA-FIM AT 1843.
           IF CAS-ESTADO = "R" THEN
               DISPLAY "JA DECIDIDO:" AT 1853
               DISPLAY CAS-DECISAO AT 1866
           END-IF.

           DISPLAY "DECISAO (A)RQUIVAR (C)OMUNICAR (ENTER=SAIR):"
           AT 1901 ERASE EOL.
           MOVE SPACES TO CAS-DECISAO-W.
           ACCEPT CAS-DECISAO-W AT 1946.
           MOVE FUNCTION UPPER-CASE(CAS-DECISAO-W) TO CAS-DECISAO-W.
           IF (CAS-DECISAO-W NOT = "A") AND
              (CAS-DECISAO-W NOT = "C") THEN
               CLOSE FICCAS
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "NOTA:" AT 2001 ERASE EOL.
           MOVE SPACES TO CAS-NOTA-W.
           ACCEPT CAS-NOTA-W AT 2007.

           MOVE "R" TO CAS-ESTADO.
           MOVE CAS-DECISAO-W TO CAS-DECISAO.
           MOVE CAS-NOTA-W TO CAS-NOTA.
           MOVE WS-OPERADOR-LOGADO TO CAS-REVISOR.
           COMPUTE CAS-DATA-DECISAO = ANO * 10000 + MES * 100 + DIA.
           REWRITE REGISTO-CAS.
           CLOSE FICCAS.
           DISPLAY "DECISAO REGISTADA NO CASO              " AT 2101.

       CERTIFICADOS-JUROS.
           DISPLAY "ANO DOS CERTIFICADOS (AAAA):" AT 1601.
           MOVE SPACES TO TEMP-C.
           ACCEPT TEMP-C AT 1630.
           MOVE FUNCTION NUMVAL(TEMP-C) TO CRT-ANO.
           IF (CRT-ANO < 2000) OR (CRT-ANO > ANO) THEN
               DISPLAY "ANO INVALIDO                           "
               AT 1701
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO CRT-QTD.
           MOVE 0 TO CRT-CHEIO.
           MOVE 0 TO CRT-CONTA-ANT.
           MOVE 0 TO CRT-BRUTO-CONTA.
           MOVE 0 TO CRT-RETIDO-CONTA.

      * JUROS (J) E RETENCOES (I) DO ANO, ACUMULADOS POR CONTA
           OPEN INPUT FICTIT.
           OPEN INPUT FICMVX.
           IF FS-MVX = "00" THEN
               PERFORM UNTIL FS-MVX NOT = "00"
                   READ FICMVX NEXT RECORD
                       AT END
                           MOVE "10" TO FS-MVX
                       NOT AT END
                           PERFORM CERTIFICADO-MOVIMENTO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICMVX.
           PERFORM CERTIFICADO-FECHA-CONTA.
           CLOSE FICTIT.

           MOVE 0 TO CRT-CLIENTES.
           MOVE 0 TO CRT-TOTAL-BRUTO.
           MOVE 0 TO CRT-TOTAL-RETIDO.
           OPEN OUTPUT FICCRT.
           OPEN OUTPUT FICRAT.
           MOVE SPACES TO RAT-LINHA.
           STRING "ANO;NIF;JUROS BRUTOS;IMPOSTO RETIDO;JUROS LIQUIDOS"
               DELIMITED BY SIZE
               INTO RAT-LINHA
           END-STRING.
           WRITE REGISTO-RAT.

           OPEN INPUT FICCLIB.
           PERFORM VARYING CRT-IDX FROM 1 BY 1 UNTIL CRT-IDX > CRT-QTD
               IF CRT-FEITO(CRT-IDX) = 0 THEN
                   PERFORM EMITE-CERTIFICADO
               END-IF
           END-PERFORM.
           CLOSE FICCLIB.

           COMPUTE CRT-LIQUIDO-W = CRT-TOTAL-BRUTO - CRT-TOTAL-RETIDO.
           MOVE CRT-TOTAL-BRUTO TO CRT-BRUTO-AT.
           MOVE CRT-TOTAL-RETIDO TO CRT-RETIDO-AT.
           MOVE CRT-LIQUIDO-W TO CRT-LIQUIDO-AT.
           MOVE SPACES TO RAT-LINHA.
           STRING "TOTAL;" CRT-CLIENTES ";" CRT-BRUTO-AT ";"
               CRT-RETIDO-AT ";" CRT-LIQUIDO-AT
               DELIMITED BY SIZE
               INTO RAT-LINHA
           END-STRING.
           WRITE REGISTO-RAT.
           CLOSE FICRAT.
           CLOSE FICCRT.

           MOVE "N" TO OPERACAO.
           DISPLAY "CERTIFICADOS EMITIDOS:" AT 1701 ERASE EOL.
           DISPLAY CRT-CLIENTES AT 1724.
           MOVE CRT-TOTAL-RETIDO TO WS-TOTAL-ED.
           DISPLAY "IMPOSTO RETIDO NO ANO:" AT 1801 ERASE EOL.
           DISPLAY WS-TOTAL-ED AT 1824.
           DISPLAY "CERTIFICADOS_JUROS.TXT E RETENCOES_AT.TXT"
           AT 1901 ERASE EOL.
           IF CRT-CHEIO = 1 THEN
               DISPLAY "ATENCAO: TABELA CHEIA - CERTIFICADOS "
               & "INCOMPLETOS" AT 2001
           END-IF.

       CERTIFICADO-MOVIMENTO.
           IF MVX-DATA(1:4) NOT = CRT-ANO THEN
               EXIT PARAGRAPH
           END-IF.
           IF (MVX-OP(1:1) NOT = "J") AND (MVX-OP(1:1) NOT = "I") THEN
               EXIT PARAGRAPH
           END-IF.
           IF MVX-CONTA NOT = CRT-CONTA-ANT THEN
               PERFORM CERTIFICADO-FECHA-CONTA
               MOVE MVX-CONTA TO CRT-CONTA-ANT
           END-IF.
           IF MVX-OP(1:1) = "J" THEN
               ADD MVX-MONTANTE TO CRT-BRUTO-CONTA
           ELSE
               ADD MVX-MONTANTE TO CRT-RETIDO-CONTA
           END-IF.

       CERTIFICADO-FECHA-CONTA.
      * REPARTE OS JUROS DA CONTA EM PARTES IGUAIS PELOS TITULARES
           IF (CRT-CONTA-ANT = 0) OR
              ((CRT-BRUTO-CONTA = 0) AND (CRT-RETIDO-CONTA = 0)) THEN
               MOVE 0 TO CRT-BRUTO-CONTA
               MOVE 0 TO CRT-RETIDO-CONTA
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO CRT-TIT-QTD.
           MOVE CRT-CONTA-ANT TO TIT-CONTA.
           MOVE 0 TO TIT-NIF.
           START FICTIT KEY >= TIT-CHAVE
               INVALID KEY MOVE "10" TO FS-TIT
           END-START.
           PERFORM UNTIL FS-TIT NOT = "00"
               READ FICTIT NEXT RECORD
                   AT END
                       MOVE "10" TO FS-TIT
                   NOT AT END
                       IF TIT-CONTA NOT = CRT-CONTA-ANT THEN
                           MOVE "10" TO FS-TIT
                       ELSE
                           IF (TIT-PAPEL NOT = "A") AND
                              (CRT-TIT-QTD < 10) THEN
                               ADD 1 TO CRT-TIT-QTD
                               MOVE TIT-NIF TO CRT-TIT-NIF(CRT-TIT-QTD)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF CRT-TIT-QTD = 0 THEN
               MOVE CRT-CONTA-ANT TO CTA-NUMCONTA
               READ FICCTA
                   INVALID KEY
                       MOVE 0 TO CTA-NIF-CLIENTE
               END-READ
               MOVE 1 TO CRT-TIT-QTD
               MOVE CTA-NIF-CLIENTE TO CRT-TIT-NIF(1)
           END-IF.

           COMPUTE CRT-PARTE-BRUTO = CRT-BRUTO-CONTA / CRT-TIT-QTD.
           COMPUTE CRT-PARTE-RETIDO = CRT-RETIDO-CONTA / CRT-TIT-QTD.
           PERFORM VARYING CRT-TIT-IDX FROM 1 BY 1
               UNTIL CRT-TIT-IDX > CRT-TIT-QTD
               IF CRT-QTD >= 1000 THEN
                   MOVE 1 TO CRT-CHEIO
               ELSE
                   ADD 1 TO CRT-QTD
                   MOVE CRT-TIT-NIF(CRT-TIT-IDX) TO CRT-NIF(CRT-QTD)
                   MOVE CRT-CONTA-ANT TO CRT-CONTA(CRT-QTD)
                   MOVE CRT-TIT-QTD TO CRT-QUOTA(CRT-QTD)
                   MOVE 0 TO CRT-FEITO(CRT-QTD)
      * O ULTIMO TITULAR FICA COM O ACERTO DOS CENTIMOS
                   IF CRT-TIT-IDX = CRT-TIT-QTD THEN
                       COMPUTE CRT-BRUTO(CRT-QTD) = CRT-BRUTO-CONTA
                           - CRT-PARTE-BRUTO * (CRT-TIT-QTD - 1)
                       COMPUTE CRT-RETIDO(CRT-QTD) = CRT-RETIDO-CONTA
                           - CRT-PARTE-RETIDO * (CRT-TIT-QTD - 1)
                   ELSE
                       MOVE CRT-PARTE-BRUTO TO CRT-BRUTO(CRT-QTD)
                       MOVE CRT-PARTE-RETIDO TO CRT-RETIDO(CRT-QTD)
                   END-IF
               END-IF
           END-PERFORM.

           MOVE 0 TO CRT-BRUTO-CONTA.
           MOVE 0 TO CRT-RETIDO-CONTA.

       EMITE-CERTIFICADO.
      * UM CERTIFICADO POR NIF COM TODAS AS SUAS CONTAS
           MOVE CRT-NIF(CRT-IDX) TO CRT-NIF-W.
           MOVE 0 TO CRT-BRUTO-NIF.
           MOVE 0 TO CRT-RETIDO-NIF.
           ADD 1 TO CRT-CLIENTES.

           MOVE SPACES TO CLI-NOME.
           MOVE SPACES TO CLI-MORADA.
           MOVE CRT-NIF-W TO CLI-NIF.
           READ FICCLIB
               INVALID KEY
                   CONTINUE
           END-READ.

           MOVE ALL "=" TO CRT-LINHA(1:70).
           WRITE REGISTO-CRT.
           MOVE SPACES TO CRT-LINHA.
           STRING "BANCOBOM - DECLARACAO DE JUROS E RETENCOES NA FONTE"
               " - ANO " CRT-ANO
               DELIMITED BY SIZE
               INTO CRT-LINHA
           END-STRING.
           WRITE REGISTO-CRT.
           MOVE SPACES TO CRT-LINHA.
           STRING "NIF: " CRT-NIF-W "  NOME: " CLI-NOME
               DELIMITED BY SIZE
               INTO CRT-LINHA
           END-STRING.
           WRITE REGISTO-CRT.
           MOVE SPACES TO CRT-LINHA.
           STRING "MORADA: " CLI-MORADA
               DELIMITED BY SIZE
               INTO CRT-LINHA
           END-STRING.
           WRITE REGISTO-CRT.
           MOVE SPACES TO CRT-LINHA.
           WRITE REGISTO-CRT.
           MOVE "CONTA   TITULARES  JUROS BRUTOS  IMPOSTO RETIDO"
               TO CRT-LINHA.
           WRITE REGISTO-CRT.

           PERFORM VARYING CRT-JDX FROM CRT-IDX BY 1
               UNTIL CRT-JDX > CRT-QTD
               IF (CRT-FEITO(CRT-JDX) = 0) AND
                  (CRT-NIF(CRT-JDX) = CRT-NIF-W) THEN
                   MOVE 1 TO CRT-FEITO(CRT-JDX)
                   ADD CRT-BRUTO(CRT-JDX) TO CRT-BRUTO-NIF
                   ADD CRT-RETIDO(CRT-JDX) TO CRT-RETIDO-NIF
                   MOVE CRT-BRUTO(CRT-JDX) TO WS-MONTANTE-ED
                   MOVE CRT-RETIDO(CRT-JDX) TO WS-SALDO-ED
                   MOVE SPACES TO CRT-LINHA
                   STRING CRT-CONTA(CRT-JDX) "  " CRT-QUOTA(CRT-JDX)
                       "         " WS-MONTANTE-ED "       " WS-SALDO-ED
                       DELIMITED BY SIZE
                       INTO CRT-LINHA
                   END-STRING
                   WRITE REGISTO-CRT
               END-IF
           END-PERFORM.

           COMPUTE CRT-LIQUIDO-W = CRT-BRUTO-NIF - CRT-RETIDO-NIF.
           MOVE SPACES TO CRT-LINHA.
           WRITE REGISTO-CRT.
           MOVE CRT-BRUTO-NIF TO WS-TOTAL-ED.
           MOVE SPACES TO CRT-LINHA.
           STRING "TOTAL DE JUROS BRUTOS:    " WS-TOTAL-ED
               DELIMITED BY SIZE
               INTO CRT-LINHA
           END-STRING.
           WRITE REGISTO-CRT.
           MOVE CRT-RETIDO-NIF TO WS-TOTAL-ED.
           MOVE SPACES TO CRT-LINHA.
           STRING "IMPOSTO RETIDO NA FONTE:  " WS-TOTAL-ED
               DELIMITED BY SIZE
               INTO CRT-LINHA
           END-STRING.
           WRITE REGISTO-CRT.
           MOVE CRT-LIQUIDO-W TO WS-TOTAL-ED.
           MOVE SPACES TO CRT-LINHA.
           STRING "JUROS LIQUIDOS:           " WS-TOTAL-ED
               DELIMITED BY SIZE
               INTO CRT-LINHA
           END-STRING.
           WRITE REGISTO-CRT.
           MOVE SPACES TO CRT-LINHA.
           WRITE REGISTO-CRT.

           ADD CRT-BRUTO-NIF TO CRT-TOTAL-BRUTO.
           ADD CRT-RETIDO-NIF TO CRT-TOTAL-RETIDO.
           MOVE CRT-BRUTO-NIF TO CRT-BRUTO-AT.
           MOVE CRT-RETIDO-NIF TO CRT-RETIDO-AT.
           MOVE CRT-LIQUIDO-W TO CRT-LIQUIDO-AT.
           MOVE SPACES TO RAT-LINHA.
           STRING CRT-ANO ";" CRT-NIF-W ";" CRT-BRUTO-AT ";"
               CRT-RETIDO-AT ";" CRT-LIQUIDO-AT
               DELIMITED BY SIZE
               INTO RAT-LINHA
           END-STRING.
           WRITE REGISTO-RAT.

       DEBITOS-DIRETOS.
           DISPLAY "(N)OVO MANDATO (C)ANCELAR (L)ISTAR (E)XECUTAR "
           & "COBRANCA (ENTER=SAIR)" AT 1601.
           MOVE SPACES TO MND-OP.
           ACCEPT MND-OP AT 1669.

           EVALUATE TRUE
               WHEN MND-OP-NOVO
                   PERFORM NOVO-MANDATO
               WHEN MND-OP-CANCELAR
                   PERFORM CANCELAR-MANDATO
               WHEN MND-OP-LISTAR
                   PERFORM LISTAR-MANDATOS
               WHEN MND-OP-COBRAR
                   PERFORM COBRAR-DEBITOS-DIRETOS
           END-EVALUATE.
           MOVE "Q" TO OPERACAO.

       NOVO-MANDATO.
      * O MANDATO AUTORIZA DEBITOS NA CONTA: ASSINA UM TITULAR
           PERFORM VERIFICA-ORDENANTE.
           IF TIT-OK NOT = 1 THEN
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "NIF DO CLIENTE SABAO:" AT 1701 ERASE EOL.
           MOVE SPACES TO MND-NIF-W.
           ACCEPT MND-NIF-W AT 1723.
           IF MND-NIF-W = SPACES THEN
               DISPLAY "NIF INVALIDO                           "
               AT 1801
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "MAXIMO POR COBRANCA:" AT 1735.
           MOVE SPACES TO TEMP-CAP.
           ACCEPT TEMP-CAP AT 1756.
           MOVE FUNCTION NUMVAL(TEMP-CAP) TO MND-MAXIMO-W.
           IF MND-MAXIMO-W = 0 THEN
               DISPLAY "MONTANTE INVALIDO                      "
               AT 1801
               EXIT PARAGRAPH
           END-IF.

           COMPUTE MND-HOJE = ANO * 10000 + MES * 100 + DIA.
           DISPLAY "INICIO (AAAAMMDD, ENTER=HOJE):" AT 1801 ERASE EOL.
           MOVE SPACES TO TEMP-DATA1.
           ACCEPT TEMP-DATA1 AT 1832.
           MOVE FUNCTION NUMVAL(TEMP-DATA1) TO MND-INI-W.
           IF MND-INI-W = 0 THEN
               MOVE MND-HOJE TO MND-INI-W
           END-IF.
           DISPLAY "FIM (ENTER=SEM DATA):" AT 1841.
           MOVE SPACES TO TEMP-DATA2.
           ACCEPT TEMP-DATA2 AT 1863.
           MOVE FUNCTION NUMVAL(TEMP-DATA2) TO MND-FIM-W.

           IF (MND-INI-W < 20000101) OR
              ((MND-FIM-W NOT = 0) AND (MND-FIM-W < MND-INI-W)) THEN
               DISPLAY "DATAS DO MANDATO INVALIDAS             "
               AT 1901 ERASE EOL
               EXIT PARAGRAPH
           END-IF.

      * UM MANDATO EM VIGOR POR CLIENTE; UM CANCELADO E SUBSTITUIDO
           OPEN I-O FICMND.
           MOVE MND-NIF-W TO MND-NIF.
           READ FICMND
               INVALID KEY
                   MOVE "00" TO FS-MND
               NOT INVALID KEY
                   IF MND-ESTADO = "A" THEN
                       DISPLAY "CLIENTE JA TEM MANDATO ATIVO NA CONTA"
                       AT 1901 ERASE EOL
                       DISPLAY MND-CONTA AT 1939
                       CLOSE FICMND
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "22" TO FS-MND
           END-READ.

           MOVE MND-NIF-W TO MND-NIF.
           MOVE NUMCONTA TO MND-CONTA.
           MOVE MND-MAXIMO-W TO MND-MAXIMO.
           MOVE MND-INI-W TO MND-DATA-INI.
           MOVE MND-FIM-W TO MND-DATA-FIM.
           MOVE "A" TO MND-ESTADO.
           MOVE MND-HOJE TO MND-DATA-REG.
           MOVE WS-OPERADOR-LOGADO TO MND-OPERADOR.
           IF FS-MND = "22" THEN
               REWRITE REGISTO-MND
           ELSE
               WRITE REGISTO-MND
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR O MANDATO               "
                       AT 1901 ERASE EOL
                       CLOSE FICMND
                       EXIT PARAGRAPH
               END-WRITE
           END-IF.
           CLOSE FICMND.

           DISPLAY "MANDATO REGISTADO PARA O NIF" AT 1901 ERASE EOL.
           DISPLAY MND-NIF-W AT 1930.

       CANCELAR-MANDATO.
           DISPLAY "NIF DO CLIENTE SABAO:" AT 1701 ERASE EOL.
           MOVE SPACES TO MND-NIF-W.
           ACCEPT MND-NIF-W AT 1723.

           OPEN I-O FICMND.
           MOVE MND-NIF-W TO MND-NIF.
           READ FICMND
               INVALID KEY
                   DISPLAY "MANDATO NAO EXISTE                     "
                   AT 1801
               NOT INVALID KEY
                   IF MND-CONTA NOT = NUMCONTA THEN
                       DISPLAY "O MANDATO NAO E DESTA CONTA            "
                       AT 1801
                   ELSE
                       IF MND-ESTADO NOT = "A" THEN
                           DISPLAY "MANDATO JA CANCELADO            "
                           AT 1801
                       ELSE
                           COMPUTE MND-HOJE =
                               ANO * 10000 + MES * 100 + DIA
                           MOVE "C" TO MND-ESTADO
                           IF (MND-DATA-FIM = 0) OR
                              (MND-DATA-FIM > MND-HOJE) THEN
                               MOVE MND-HOJE TO MND-DATA-FIM
                           END-IF
                           MOVE WS-OPERADOR-LOGADO TO MND-OPERADOR
                           REWRITE REGISTO-MND
                           DISPLAY "MANDATO CANCELADO                  "
                           & "     " AT 1801
                       END-IF
                   END-IF
           END-READ.
           CLOSE FICMND.

       LISTAR-MANDATOS.
           DISPLAY "NIF        MAXIMO     INICIO   FIM      ESTADO"
           AT 1701 ERASE EOL.
           MOVE 18 TO POS-LINHA-E.
           OPEN INPUT FICMND.
           MOVE NUMCONTA TO MND-CONTA.
           START FICMND KEY = MND-CONTA
               INVALID KEY MOVE "10" TO FS-MND
           END-START.
           IF FS-MND NOT = "00" THEN
               DISPLAY "CONTA SEM MANDATOS DE DEBITO DIRETO     "
               AT 1801
           END-IF.
           PERFORM UNTIL FS-MND NOT = "00"
               READ FICMND NEXT RECORD
                   AT END
                       MOVE "10" TO FS-MND
                   NOT AT END
                       IF MND-CONTA NOT = NUMCONTA THEN
                           MOVE "10" TO FS-MND
                       ELSE
                           IF POS-LINHA-E < 24 THEN
                               MOVE MND-MAXIMO TO WS-MONTANTE-ED
                               DISPLAY MND-NIF
                                   AT LINE POS-LINHA-E COL 01
                               DISPLAY WS-MONTANTE-ED
                                   AT LINE POS-LINHA-E COL 11
                               DISPLAY MND-DATA-INI
                                   AT LINE POS-LINHA-E COL 22
                               DISPLAY MND-DATA-FIM
                                   AT LINE POS-LINHA-E COL 31
                               DISPLAY MND-ESTADO
                                   AT LINE POS-LINHA-E COL 40
                               ADD 1 TO POS-LINHA-E
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICMND.

       COBRAR-DEBITOS-DIRETOS.
      * COBRA AS FATURAS VENCIDAS DOS CLIENTES SABAO COM MANDATO
           COMPUTE MND-HOJE = ANO * 10000 + MES * 100 + DIA.
           COMPUTE DDB-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(MND-HOJE).

      * GRAVA O SALDO DA SESSAO ANTES DE MEXER NAS CONTAS
           MOVE NUMCONTA TO CTA-NUMCONTA.
           READ FICCTA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SALDO TO CTA-SALDO
                   REWRITE REGISTO-CTA
           END-READ.

           MOVE NUMCONTA TO NUMCONTA-SAVE.
           MOVE SALDO TO SALDO-SAVE.
           MOVE 0 TO DDB-COBRADAS.
           MOVE 0 TO DDB-REJEITADAS.
           MOVE 0 TO DDB-TOTAL.

      * OS RECIBOS SEGUEM A NUMERACAO DO JORNAL DE RECIBOS DO SABAO
           MOVE 0 TO DDB-RECIBO.
           OPEN INPUT FICRCB.
           IF FS-RCB = "00" THEN
               PERFORM UNTIL FS-RCB NOT = "00"
                   READ FICRCB NEXT RECORD
                       AT END
                           MOVE "10" TO FS-RCB
                       NOT AT END
                           IF RCB-NUMERO > DDB-RECIBO THEN
                               MOVE RCB-NUMERO TO DDB-RECIBO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICRCB.

           OPEN OUTPUT FICDDC.
           MOVE SPACES TO DDC-LINHA.
           STRING "COBRANCA POR DEBITO DIRETO EM " MND-HOJE
               DELIMITED BY SIZE
               INTO DDC-LINHA
           END-STRING.
           WRITE REGISTO-DDC.
           OPEN OUTPUT FICDDR.
           MOVE SPACES TO DDR-LINHA.
           STRING "DEBITOS DIRETOS REJEITADOS EM " MND-HOJE
               DELIMITED BY SIZE
               INTO DDR-LINHA
           END-STRING.
           WRITE REGISTO-DDR.

           OPEN INPUT FICMND.
           OPEN I-O FICRCB.
           OPEN I-O FICFAT.
           MOVE LOW-VALUES TO FAT-NUMERO.
           START FICFAT KEY IS NOT LESS THAN FAT-NUMERO
               INVALID KEY MOVE "10" TO FS-FAT
           END-START.
           IF FS-FAT = "00" THEN
               PERFORM UNTIL FS-FAT NOT = "00"
                   READ FICFAT NEXT RECORD
                       AT END
                           MOVE "10" TO FS-FAT
                       NOT AT END
                           IF (FAT-PAGO = "N") OR (FAT-PAGO = "n") OR
                              (FAT-PAGO = "P") OR (FAT-PAGO = "p") THEN
                               PERFORM COBRA-DEBITO-DIRETO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICFAT.
           CLOSE FICRCB.
           CLOSE FICMND.

           MOVE SPACES TO DDC-LINHA.
           WRITE REGISTO-DDC.
           MOVE DDB-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO DDC-LINHA.
           STRING "COBRADAS: " DDB-COBRADAS "  REJEITADAS: "
               DDB-REJEITADAS "  TOTAL COBRADO: " WS-TOTAL-ED
               DELIMITED BY SIZE
               INTO DDC-LINHA
           END-STRING.
           WRITE REGISTO-DDC.
           CLOSE FICDDC.
           CLOSE FICDDR.

           MOVE NUMCONTA-SAVE TO NUMCONTA.
           MOVE NUMCONTA TO CTA-NUMCONTA.
           READ FICCTA
               INVALID KEY
                   MOVE SALDO-SAVE TO SALDO
               NOT INVALID KEY
                   MOVE CTA-SALDO TO SALDO
           END-READ.
           MOVE SALDO TO SAIDA.
           DISPLAY FUNCTION CONCATENATE(SAIDA) AT 1232.

           DISPLAY "FATURAS COBRADAS:" AT 1701 ERASE EOL.
           DISPLAY DDB-COBRADAS AT 1719.
           DISPLAY "COBRANCAS REJEITADAS:" AT 1801 ERASE EOL.
           DISPLAY DDB-REJEITADAS AT 1823.
           DISPLAY "DEBITOS_DIRETOS.TXT E DEBITOS_REJEITADOS.TXT"
           AT 1901 ERASE EOL.

       COBRA-DEBITO-DIRETO.
           MOVE FAT-NIF TO MND-NIF.
           READ FICMND
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF (MND-ESTADO NOT = "A") OR (MND-DATA-INI > MND-HOJE) THEN
               EXIT PARAGRAPH
           END-IF.
           IF (MND-DATA-FIM NOT = 0) AND (MND-DATA-FIM < MND-HOJE) THEN
               EXIT PARAGRAPH
           END-IF.

      * VENCIMENTO = DATA DA FATURA MAIS O PRAZO DE PAGAMENTO
           MOVE FAT-ANO TO DDB-DATA-FAT(1:4).
           MOVE FAT-MES TO DDB-DATA-FAT(5:2).
           MOVE FAT-DIA TO DDB-DATA-FAT(7:2).
           IF (DDB-DATA-FAT NOT NUMERIC) OR
              (DDB-DATA-FAT < 19000101) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(FAT-PRAZO) TO DDB-PRAZO.
           COMPUTE DDB-DIAS-VENC =
               FUNCTION INTEGER-OF-DATE(DDB-DATA-FAT) + DDB-PRAZO.
           IF DDB-DIAS-VENC > DDB-DIAS-HOJE THEN
               EXIT PARAGRAPH
           END-IF.

           IF FAT-VALOR-PAGO >= FAT-VALOR THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE DDB-VALOR = FAT-VALOR - FAT-VALOR-PAGO.

           IF DDB-VALOR > MND-MAXIMO THEN
               MOVE "EXCEDE O MAXIMO DO MANDATO" TO DDB-MOTIVO
               PERFORM REJEITA-DEBITO-DIRETO
               EXIT PARAGRAPH
           END-IF.

           MOVE MND-CONTA TO CTA-NUMCONTA.
           READ FICCTA
               INVALID KEY
                   MOVE "CONTA INEXISTENTE" TO DDB-MOTIVO
                   PERFORM REJEITA-DEBITO-DIRETO
                   EXIT PARAGRAPH
           END-READ.
           IF CTA-ESTADO = "E" THEN
               MOVE "CONTA ENCERRADA" TO DDB-MOTIVO
               PERFORM REJEITA-DEBITO-DIRETO
               EXIT PARAGRAPH
           END-IF.

           MOVE CTA-NUMCONTA TO CTV-CONTA-W.
           MOVE CTA-SALDO TO CTV-SALDO-W.
           PERFORM CALCULA-DISPONIVEL.
           IF CTV-DISPONIVEL < DDB-VALOR THEN
               MOVE "SALDO INSUFICIENTE" TO DDB-MOTIVO
               PERFORM REJEITA-DEBITO-DIRETO
               EXIT PARAGRAPH
           END-IF.

           SUBTRACT DDB-VALOR FROM CTA-SALDO.
           REWRITE REGISTO-CTA.
           MOVE MND-CONTA TO NUMCONTA.
           MOVE CTA-SALDO TO SALDO.
           MOVE "Q" TO OPERACAO.
           MOVE DDB-VALOR TO MONTANTE.
           MOVE SPACES TO MOV-REF.
           STRING "DD:FAT:" FAT-NUMERO DELIMITED BY SIZE
               INTO MOV-REF
           END-STRING.
           PERFORM REGISTAR-MOVIMENTO.

      * PAGAMENTO DA FATURA E RECIBO COMO NO REGISTO DE PAGAMENTOS
           ADD DDB-VALOR TO FAT-VALOR-PAGO.
           MOVE DIA TO FAT-DIA-PAG.
           MOVE MES TO FAT-MES-PAG.
           MOVE ANO TO FAT-ANO-PAG.
           IF FAT-VALOR-PAGO >= FAT-VALOR THEN
               MOVE "S" TO FAT-PAGO
           ELSE
               MOVE "P" TO FAT-PAGO
           END-IF.
           REWRITE REGISTO-FAT.

           ADD 1 TO DDB-RECIBO.
           MOVE DDB-RECIBO TO RCB-NUMERO.
           MOVE FAT-NUMERO TO RCB-FATURA.
           MOVE FAT-NIF TO RCB-NIF.
           MOVE DDB-VALOR TO RCB-VALOR.
           MOVE DIA TO RCB-DIA.
           MOVE MES TO RCB-MES.
           MOVE ANO TO RCB-ANO.
           MOVE "T" TO RCB-METODO.
           WRITE REGISTO-RCB
               INVALID KEY CONTINUE
           END-WRITE.

           ADD 1 TO DDB-COBRADAS.
           ADD DDB-VALOR TO DDB-TOTAL.
           MOVE DDB-VALOR TO WS-MONTANTE-ED.
           MOVE SPACES TO DDC-LINHA.
           STRING "FATURA " FAT-NUMERO " NIF " FAT-NIF " CONTA "
               MND-CONTA " COBRADO " WS-MONTANTE-ED " RECIBO "
               RCB-NUMERO
               DELIMITED BY SIZE
               INTO DDC-LINHA
           END-STRING.
           WRITE REGISTO-DDC.

       REJEITA-DEBITO-DIRETO.
      * A FATURA FICA POR PAGAR E VOLTA A SER TENTADA NA PROXIMA VEZ
           ADD 1 TO DDB-REJEITADAS.
           MOVE DDB-VALOR TO WS-MONTANTE-ED.
           MOVE SPACES TO DDR-LINHA.
           STRING "FATURA " FAT-NUMERO " NIF " FAT-NIF " CONTA "
               MND-CONTA " VALOR " WS-MONTANTE-ED " - " DDB-MOTIVO
               DELIMITED BY SIZE
               INTO DDR-LINHA
           END-STRING.
           WRITE REGISTO-DDR.

       VERIFICA-CLIENTE-BANCO.
      * DEVOLVE 9 EM WS-LOGIN-OK QUANDO O CLIENTE NAO EXISTE
           MOVE 1 TO WS-LOGIN-OK.
           OPEN INPUT FICCLIB.
           IF FS-CLIB NOT = "00" THEN
               MOVE 9 TO WS-LOGIN-OK
           ELSE
               MOVE NIF-CLIENTE TO CLI-NIF
               READ FICCLIB
                   INVALID KEY
                       MOVE 9 TO WS-LOGIN-OK
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           CLOSE FICCLIB.

       REGISTAR-CLIENTE.
           DISPLAY "NIF CLIENTE:" AT 1601.
           ACCEPT TEMP-NIF AT 1614.
           MOVE FUNCTION NUMVAL(TEMP-NIF) TO NIF-CLIENTE.

           IF NIF-CLIENTE < 100000000 THEN
               DISPLAY "NIF INVALIDO                           "
               AT 1701
               EXIT PARAGRAPH
           END-IF.

           PERFORM REGISTAR-CLIENTE-FICHA.

       REGISTAR-CLIENTE-FICHA.
           OPEN I-O FICCLIB.
           MOVE NIF-CLIENTE TO CLI-NIF.
           READ FICCLIB
               INVALID KEY
                   MOVE SPACES TO CLI-NOME
                   MOVE SPACES TO CLI-TELEFONE
                   MOVE SPACES TO CLI-MORADA
                   DISPLAY "NOME:" AT 1701
                   ACCEPT CLI-NOME AT 1707
                   DISPLAY "TELEFONE:" AT 1801
                   ACCEPT CLI-TELEFONE AT 1811
                   DISPLAY "MORADA:" AT 1901
                   ACCEPT CLI-MORADA AT 1909
                   MOVE NIF-CLIENTE TO CLI-NIF
                   WRITE REGISTO-CLIB
                   DISPLAY "CLIENTE REGISTADO                      "
                   AT 2001
               NOT INVALID KEY
                   DISPLAY "NOME:" AT 1701
                   DISPLAY CLI-NOME AT 1707
                   ACCEPT CLI-NOME AT 1707
                   DISPLAY "TELEFONE:" AT 1801
                   ACCEPT CLI-TELEFONE AT 1811
                   DISPLAY "MORADA:" AT 1901
                   ACCEPT CLI-MORADA AT 1909
                   REWRITE REGISTO-CLIB
                   DISPLAY "CLIENTE ATUALIZADO                     "
                   AT 2001
           END-READ.
           CLOSE FICCLIB.

       POSICAO-CLIENTE.
           DISPLAY "NIF CLIENTE:" AT 1601.
           ACCEPT TEMP-NIF AT 1614.
           MOVE FUNCTION NUMVAL(TEMP-NIF) TO NIF-CLIENTE.

           OPEN INPUT FICCLIB.
           MOVE NIF-CLIENTE TO CLI-NIF.
           READ FICCLIB
               INVALID KEY
                   DISPLAY "CLIENTE NAO REGISTADO                  "
                   AT 1701
                   CLOSE FICCLIB
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           CLOSE FICCLIB.

      * GRAVA O SALDO DA SESSAO ANTES DO VARRIMENTO DAS CONTAS
           MOVE NUMCONTA TO CTA-NUMCONTA.
           READ FICCTA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SALDO TO CTA-SALDO
                   REWRITE REGISTO-CTA
           END-READ.

           MOVE 0 TO POS-CONTAS.
           MOVE 0 TO POS-TOTAL.

           OPEN OUTPUT FICPOS.

           MOVE SPACES TO POS-LINHA.
           STRING "POSICAO GLOBAL DO CLIENTE " NIF-CLIENTE
               " - " CLI-NOME
               DELIMITED BY SIZE
               INTO POS-LINHA
           END-STRING.
           WRITE REGISTO-POS.

           MOVE SPACES TO POS-LINHA.
           WRITE REGISTO-POS.

           DISPLAY "CONTA   SALDO" AT 1701.
           MOVE 18 TO POS-LINHA-E.

      * A CONTA APARECE NA POSICAO DE TODOS OS SEUS TITULARES
           OPEN INPUT FICTIT.
           MOVE 0 TO CTA-NUMCONTA.
           START FICCTA KEY > CTA-NUMCONTA
               INVALID KEY MOVE "10" TO FS-CTA
                       AT END
                           MOVE "10" TO FS-CTA
                       NOT AT END
                           PERFORM POSICAO-PAPEL-CONTA
                           IF TIT-PAPEL-W NOT = SPACES THEN
                               ADD 1 TO POS-CONTAS
      * O AUTORIZADO VE A CONTA MAS O SALDO NAO E SEU
                               IF TIT-PAPEL-W NOT = "A" THEN
                                   ADD CTA-SALDO TO POS-TOTAL
                               END-IF
                               MOVE CTA-SALDO TO WS-SALDO-ED
                               MOVE SPACES TO POS-LINHA
                               STRING "CONTA " CTA-NUMCONTA
                                   " SALDO " WS-SALDO-ED
                                   " " TIT-PAPEL-ED
                                   DELIMITED BY SIZE
                                   INTO POS-LINHA
                               END-STRING
                                   AT LINE POS-LINHA-E COL 01
                                   DISPLAY WS-SALDO-ED
                                   AT LINE POS-LINHA-E COL 09
                                   DISPLAY TIT-PAPEL-ED
                                   AT LINE POS-LINHA-E COL 20
                                   ADD 1 TO POS-LINHA-E
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICTIT.

           MOVE SPACES TO POS-LINHA.
           WRITE REGISTO-POS.
           END-STRING.
           WRITE REGISTO-POS.

           MOVE SPACES TO POS-LINHA.
           WRITE REGISTO-POS.
           PERFORM POSICAO-EMPRESTIMOS.
           IF POS-EMP-QTD > 0 THEN
               MOVE POS-EMP-TOTAL TO WS-TOTAL-ED
               MOVE SPACES TO POS-LINHA
               STRING "EMPRESTIMOS: " POS-EMP-QTD
                   "  CAPITAL EM DIVIDA: " WS-TOTAL-ED
                   DELIMITED BY SIZE
                   INTO POS-LINHA
               END-STRING
               WRITE REGISTO-POS
           END-IF.

           CLOSE FICPOS.

           DISPLAY "SALDO TOTAL:" AT LINE POS-LINHA-E COL 01.
           DISPLAY WS-TOTAL-ED AT LINE POS-LINHA-E COL 14.
           DISPLAY "IMPRESSO EM POSICAO.TXT" AT LINE POS-LINHA-E
           COL 30.
           IF (POS-EMP-QTD > 0) AND (POS-LINHA-E < 24) THEN
               ADD 1 TO POS-LINHA-E
               MOVE POS-EMP-TOTAL TO WS-TOTAL-ED
               DISPLAY "EMPRESTIMOS:" AT LINE POS-LINHA-E COL 01
               DISPLAY WS-TOTAL-ED AT LINE POS-LINHA-E COL 14
           END-IF.

      * REPOSICIONA O REGISTO DA SESSAO APOS O VARRIMENTO
           MOVE NUMCONTA TO CTA-NUMCONTA.
           END-PERFORM.
           MOVE WS-HASH-TMP TO WS-PASSWORD-HASH-CALC.

       VERIFICAR-PERIODO-FECHADO.
           MOVE "N" TO WS-PER-FECHADO.
           MOVE "BANCO" TO PER-NEGOCIO.
           COMPUTE PER-ANOMES = ANO * 100 + MES.
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
      * ROTINAS DE FIM DE DIA E FIM DE MES SEM OPERADOR NEM CONTA DE
      * SESSAO; A DATA DE NEGOCIO VEM DO AGENDADOR. O CODIGO DE RETORNO
      * 8 ASSINALA FALHA AO AGENDADOR
           MOVE "S" TO WS-MODO-LOTE.
           MOVE 0 TO WS-LOTE-ERRO.
           MOVE SPACES TO WS-LOTE-ROTINA WS-LOTE-DATA.
           UNSTRING WS-LOTE-PARM DELIMITED BY ALL SPACE
               INTO WS-LOTE-ROTINA WS-LOTE-DATA
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-LOTE-ROTINA) TO WS-LOTE-ROTINA.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           IF WS-LOTE-DATA IS NOT NUMERIC THEN
               MOVE ANO TO WS-LOTE-DATA(1:4)
               MOVE MES TO WS-LOTE-DATA(5:2)
               MOVE DIA TO WS-LOTE-DATA(7:2)
           ELSE
      * MOVIMENTOS E PERIODO FICAM NO DIA DE NEGOCIO E NAO NO DA
      * MAQUINA QUANDO O LOTE CORRE DEPOIS DA MEIA-NOITE
               MOVE WS-LOTE-DATA(1:4) TO ANO
               MOVE WS-LOTE-DATA(5:2) TO MES
               MOVE WS-LOTE-DATA(7:2) TO DIA
           END-IF.
           MOVE 0 TO NUMCONTA.
           MOVE 0 TO SALDO.
           OPEN I-O FICCTA.
           EVALUATE WS-LOTE-ROTINA
               WHEN "ORDENS"
                   PERFORM VERIFICAR-PERIODO-FECHADO
                   IF PERIODO-FECHADO THEN
                       DISPLAY "PERIODO FECHADO - ORDENS NAO EXECUTADAS"
                       MOVE 1 TO WS-LOTE-ERRO
                   ELSE
                       MOVE WS-LOTE-DATA TO TEMP-DATA1
                       PERFORM EXECUTAR-ORDENS
                   END-IF
               WHEN "JUROS"
                   PERFORM VERIFICAR-PERIODO-FECHADO
                   IF PERIODO-FECHADO THEN
                       DISPLAY "PERIODO FECHADO - JUROS NAO PROCESSADOS"
                       MOVE 1 TO WS-LOTE-ERRO
                   ELSE
                       MOVE WS-LOTE-DATA(1:6) TO TEMP-MES
                       PERFORM FECHO-MENSAL
                   END-IF
               WHEN "RECONCILIACAO"
                   MOVE WS-LOTE-DATA TO TEMP-DATA1
                   PERFORM RECONCILIACAO
               WHEN OTHER
                   DISPLAY "ROTINA DE LOTE DESCONHECIDA: "
                       WS-LOTE-ROTINA
                   MOVE 1 TO WS-LOTE-ERRO
           END-EVALUATE.
           CLOSE FICCTA.
           IF WS-LOTE-ERRO = 1 THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM banco2.
