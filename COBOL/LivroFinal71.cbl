           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CLI
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           RECORD KEY IS FS-NIF
           ALTERNATE RECORD KEY IS FS-NOME WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-EMAIL WITH DUPLICATES.

           SELECT OPTIONAL FICTEM ASSIGN TO "TEMAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-LIV
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           RECORD KEY IS FS-CODLIVRO
           ALTERNATE RECORD KEY IS FS-ISBN WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-TITULO WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-AUTOR-PRINCIPAL WITH DUPLICATES.

           SELECT OPTIONAL FICALU ASSIGN TO "ALUGUERES.DAT"
           ORGANIZATION IS INDEXED
           FILE STATUS IS FS-EIB
           RECORD KEY IS FS-CODEIB.

           SELECT OPTIONAL FICASS ASSIGN TO "ASSINATURAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-ASS
           RECORD KEY IS FS-CODASS.

           SELECT OPTIONAL FICNUM ASSIGN TO "NUMEROS_PER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-NUMP
           RECORD KEY IS FS-NUM-CHAVE.

           SELECT OPTIONAL FICRCL ASSIGN TO "RECLAMACOES_PER.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RCL.

           SELECT OPTIONAL FICABC ASSIGN TO "CANDIDATOS_ABATE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ABC.

           SELECT OPTIONAL FICLEI ASSIGN TO "LEITURAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-LEI
           RECORD KEY IS FS-LEI-CHAVE.

           SELECT OPTIONAL FICCOE ASSIGN TO "COEMPRESTIMOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-COE
           RECORD KEY IS FS-COE-CHAVE.

           SELECT OPTIONAL FICRCM ASSIGN TO "RECOMENDACOES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-RCM
           RECORD KEY IS FS-RCM-CODLIVRO.

           SELECT OPTIONAL FICRCT ASSIGN TO "RECOMENDACOES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RCT.

           SELECT OPTIONAL FICSCL ASSIGN TO "SUGESTOES_CLIENTES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SCL.

           SELECT OPTIONAL FICEVT ASSIGN TO "EVENTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-EVT
           RECORD KEY IS FS-CODEVT.

           SELECT OPTIONAL FICINS ASSIGN TO "INSCRICOES_EVENTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-INS
           RECORD KEY IS FS-INS-CHAVE.

           SELECT OPTIONAL FICFPR ASSIGN TO "FOLHA_PRESENCAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FPR.

           SELECT OPTIONAL FICAFL ASSIGN TO "AFLUENCIA_EVENTOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AFL.

           SELECT OPTIONAL FICUNM ASSIGN TO WS-UNM-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-UNM.

           SELECT OPTIONAL FICUNR ASSIGN TO "UNIMARC_REJEITADOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-UNR.

           SELECT OPTIONAL FICCAR ASSIGN TO "CARTOES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CAR
           RECORD KEY IS FS-CAR-NUMERO.

           SELECT OPTIONAL FICCTI ASSIGN TO "CARTOES_IMPRESSAO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTI.

           SELECT OPTIONAL FICDOM ASSIGN TO "DOMICILIO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-DOM
           RECORD KEY IS FS-DOM-NIF.

           SELECT OPTIONAL FICVOL ASSIGN TO "VOLUNTARIOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-VOL
           RECORD KEY IS FS-CODVOL.

           SELECT OPTIONAL FICEDM ASSIGN TO "ENTREGAS_DOMICILIO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-EDM
           RECORD KEY IS FS-CODEDM
           ALTERNATE RECORD KEY IS FS-EDM-NIF WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-EDM-CODALUGUER WITH DUPLICATES.

           SELECT OPTIONAL FICRND ASSIGN TO "RONDA_DOMICILIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RND.

           SELECT OPTIONAL FICLIV0 ASSIGN TO "LIVROS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CLI0
           RECORD KEY IS CL0-NIF.

           SELECT OPTIONAL FICCLI1 ASSIGN TO "USUARIOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CLI1
           RECORD KEY IS CL1-NIF.

           SELECT OPTIONAL FICLIV2 ASSIGN TO "LIVROS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-LIV2
           RECORD KEY IS LV2-CODLIVRO.

           SELECT OPTIONAL FICCLI2 ASSIGN TO "USUARIOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CLI2
           RECORD KEY IS CL2-NIF.

           SELECT OPTIONAL FICTEM0 ASSIGN TO "TEMAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           05 FS-QUOTA-ANO        PIC 9(04) VALUES 0.
           05 FS-QUOTA-PAGA       PIC X(01) VALUES SPACES.
           05 FS-NIF-RESPONSAVEL  PIC 9(09) VALUES 0.
           05 FS-PIN-HASH         PIC 9(10) VALUES 0.
           05 FS-PIN-TENTATIVAS   PIC 9(01) VALUES 0.

       FD FICTEM.
       01 REGISTO-T.
           05 FS-CODTEMA1         PIC 9(02) BLANK WHEN ZEROS
               OCCURS 3 TIMES.
               88 VALIDA-TEMA1         VALUES 01 THRU 99.
           05 FS-AUTORES-LIVRO.
              10 FS-CODAUTOR1     PIC 9(03) BLANK WHEN ZEROS
                  OCCURS 3 TIMES.
                  88 VALIDA-AUTOR1     VALUES 001 THRU 999.
           05 FS-AUTORES-LIVRO-R REDEFINES FS-AUTORES-LIVRO.
              10 FS-AUTOR-PRINCIPAL PIC X(03).
              10 FILLER           PIC X(06).
           05 FS-NUM-EXEMPLARES   PIC 9(03) VALUES 1.
               88 VALIDA-EXEMPLARES    VALUES 001 THRU 999.
           05 FS-EXEMPLARES-DISP  PIC 9(03) VALUES 1.
           05 CL0-NUM-ALUGUERES-C PIC 9(05).
           05 CL0-ANONIMIZADO     PIC X(01).

       FD FICCLI1.
       01 REGISTO-CL1.
           05 CL1-NIF             PIC 9(09).
           05 CL1-NOME            PIC A(30).
           05 CL1-DATA-ADM        PIC 9(08).
           05 CL1-EMAIL           PIC X(50).
           05 CL1-NUM-ALUGUERES-C PIC 9(05).
           05 CL1-ANONIMIZADO     PIC X(01).
           05 CL1-TIPO-SOCIO      PIC X(01).
           05 CL1-QUOTA-ANO       PIC 9(04).
           05 CL1-QUOTA-PAGA      PIC X(01).
           05 CL1-NIF-RESPONSAVEL PIC 9(09).

       FD FICLIV2.
       01 REGISTO-LV2.
           05 LV2-CODLIVRO        PIC 9(04).
           05 FILLER              PIC X(140).

       FD FICCLI2.
       01 REGISTO-CL2.
           05 CL2-NIF             PIC 9(09).
           05 FILLER              PIC X(120).

       FD FICTEM0.
       01 REGISTO-TM0.
           05 TM0-CODTEMA         PIC 9(02).
           05 FS-EIB-DATA-ACORDO  PIC 9(08) VALUES 0.
           05 FS-EIB-ESTADO       PIC X(10) VALUES SPACES.

       FD FICASS.
       01 REGISTO-ASS.
           05 FS-CODASS           PIC 9(04) BLANK WHEN ZEROS.
               88 VALIDA-ASS           VALUES 0001 THRU 9999.
           05 FS-ASS-TITULO       PIC X(40) VALUES SPACES.
           05 FS-ASS-FORNECEDOR   PIC X(30) VALUES SPACES.
           05 FS-ASS-PERIODICIDADE PIC X(01) VALUES SPACES.
               88 VALIDA-PERIODICIDADE VALUES "D","d","S","s","Q","q",
                                       "M","m","T","t".
           05 FS-ASS-DATA-INICIO  PIC 9(08) VALUES 0.
           05 FS-ASS-DATA-FIM     PIC 9(08) VALUES 0.
           05 FS-ASS-PRECO        PIC 9(05)V99 VALUES 0.
           05 FS-ASS-PRAZO        PIC 9(03) VALUES 0.
           05 FS-ASS-CODLIVRO     PIC 9(04) VALUES 0.
           05 FS-ASS-ESTADO       PIC X(10) VALUES SPACES.

       FD FICNUM.
       01 REGISTO-NUM.
           05 FS-NUM-CHAVE.
               10 FS-NUM-CODASS   PIC 9(04).
               10 FS-NUM-SEQ      PIC 9(04).
           05 FS-NUM-DATA-PREV    PIC 9(08) VALUES 0.
           05 FS-NUM-DATA-REC     PIC 9(08) VALUES 0.
           05 FS-NUM-ESTADO       PIC X(10) VALUES SPACES.
           05 FS-NUM-DATA-RECL    PIC 9(08) VALUES 0.
           05 FS-NUM-RECLAMACOES  PIC 9(02) VALUES 0.
           05 FS-NUM-EDICAO       PIC X(15) VALUES SPACES.

       FD FICRCL.
       01 REGISTO-RCL.
           05 FS-RCL-LINHA        PIC X(120) VALUES SPACES.

       FD FICABC.
       01 REGISTO-ABC.
           05 FS-ABC-LINHA        PIC X(120) VALUES SPACES.

       FD FICLEI.
       01 REGISTO-LEI.
           05 FS-LEI-CHAVE.
               10 FS-LEI-NIF      PIC 9(09).
               10 FS-LEI-CODLIVRO PIC 9(04).
           05 FS-LEI-VEZES        PIC 9(03) VALUES 0.

       FD FICCOE.
       01 REGISTO-COE.
           05 FS-COE-CHAVE.
               10 FS-COE-LIVRO-A  PIC 9(04).
               10 FS-COE-LIVRO-B  PIC 9(04).
           05 FS-COE-CONT         PIC 9(05) VALUES 0.

       FD FICRCM.
       01 REGISTO-RCM.
           05 FS-RCM-CODLIVRO     PIC 9(04).
           05 FS-RCM-DATA         PIC 9(08) VALUES 0.
           05 FS-RCM-SUGESTAO OCCURS 5 TIMES.
               10 FS-RCM-SUG-COD  PIC 9(04).
               10 FS-RCM-SUG-CONT PIC 9(05).
               10 FS-RCM-SUG-TITULO PIC X(40).

       FD FICRCT.
       01 REGISTO-RCT.
           05 FS-RCT-LINHA        PIC X(120) VALUES SPACES.

       FD FICSCL.
       01 REGISTO-SCL.
           05 FS-SCL-LINHA        PIC X(250) VALUES SPACES.

       FD FICEVT.
       01 REGISTO-EVT.
           05 FS-CODEVT           PIC 9(04) BLANK WHEN ZEROS.
               88 VALIDA-EVT           VALUES 0001 THRU 9999.
           05 FS-EVT-TITULO       PIC X(40) VALUES SPACES.
           05 FS-EVT-DATA         PIC 9(08) VALUES 0.
           05 FS-EVT-HORA         PIC 9(04) VALUES 0.
           05 FS-EVT-CODFILIAL    PIC 9(02) VALUES 0.
           05 FS-EVT-CAPACIDADE   PIC 9(03) VALUES 0.
           05 FS-EVT-IDADE        PIC X(01) VALUES SPACES.
               88 VALIDA-EVT-IDADE     VALUES "T","t","J","j","A","a".
           05 FS-EVT-PRECO        PIC 9(03)V99 VALUES 0.
           05 FS-EVT-INSCRITOS    PIC 9(03) VALUES 0.
           05 FS-EVT-ESPERA       PIC 9(03) VALUES 0.
           05 FS-EVT-ULT-ORDEM    PIC 9(05) VALUES 0.
           05 FS-EVT-ESTADO       PIC X(10) VALUES SPACES.

       FD FICINS.
       01 REGISTO-INS.
           05 FS-INS-CHAVE.
               10 FS-INS-CODEVT   PIC 9(04).
               10 FS-INS-NIF      PIC 9(09).
           05 FS-INS-ORDEM        PIC 9(05) VALUES 0.
           05 FS-INS-DATA         PIC 9(08) VALUES 0.
           05 FS-INS-ESTADO       PIC X(10) VALUES SPACES.
           05 FS-INS-NIF-RESP     PIC 9(09) VALUES 0.
           05 FS-INS-PAGO         PIC X(01) VALUES SPACES.
           05 FS-INS-PRESENCA     PIC X(01) VALUES SPACES.

       FD FICFPR.
       01 REGISTO-FPR.
           05 FS-FPR-LINHA        PIC X(120) VALUES SPACES.

       FD FICAFL.
       01 REGISTO-AFL.
           05 FS-AFL-LINHA        PIC X(120) VALUES SPACES.

       FD FICUNM.
       01 REGISTO-UNM.
           05 FS-UNM-LINHA        PIC X(4000) VALUES SPACES.

       FD FICUNR.
       01 REGISTO-UNR.
           05 FS-UNR-LINHA        PIC X(200) VALUES SPACES.

       FD FICCAR.
       01 REGISTO-CAR.
           05 FS-CAR-NUMERO       PIC 9(10) BLANK WHEN ZEROS.
           05 FS-CAR-NIF          PIC 9(09) VALUES 0.
           05 FS-CAR-DATA-EMISSAO PIC 9(08) VALUES 0.
           05 FS-CAR-DATA-VALIDADE
                                  PIC 9(08) VALUES 0.
           05 FS-CAR-TIPO-SOCIO   PIC X(01) VALUES SPACES.
           05 FS-CAR-ESTADO       PIC X(10) VALUES SPACES.
           05 FS-CAR-VIA          PIC 9(02) VALUES 0.
           05 FS-CAR-NUM-ANTERIOR PIC 9(10) VALUES 0.

       FD FICCTI.
       01 REGISTO-CTI.
           05 FS-CTI-LINHA        PIC X(120) VALUES SPACES.

       FD FICDOM.
       01 REGISTO-DOM.
           05 FS-DOM-NIF          PIC 9(09) BLANK WHEN ZEROS.
           05 FS-DOM-MORADA       PIC X(50) VALUES SPACES.
           05 FS-DOM-COD-POSTAL   PIC X(08) VALUES SPACES.
           05 FS-DOM-LOCALIDADE   PIC X(25) VALUES SPACES.
           05 FS-DOM-TELEFONE     PIC X(15) VALUES SPACES.
           05 FS-DOM-DIA          PIC 9(01) VALUES 0.
               88 VALIDA-DOM-DIA       VALUES 2 THRU 7.
           05 FS-DOM-CODVOL       PIC 9(03) VALUES 0.
           05 FS-DOM-ATIVO        PIC X(01) VALUES SPACES.
               88 VALIDA-DOM-ATIVO     VALUES "S" "N" "s" "n".
           05 FS-DOM-OBS          PIC X(40) VALUES SPACES.
           05 FS-DOM-DATA-ADESAO  PIC 9(08) VALUES 0.

       FD FICVOL.
       01 REGISTO-VOL.
           05 FS-CODVOL           PIC 9(03) BLANK WHEN ZEROS.
               88 VALIDA-VOL           VALUES 1 THRU 999.
           05 FS-VOL-NOME         PIC X(30) VALUES SPACES.
           05 FS-VOL-TELEFONE     PIC X(15) VALUES SPACES.
           05 FS-VOL-ATIVO        PIC X(01) VALUES SPACES.
               88 VALIDA-VOL-ATIVO     VALUES "S" "N" "s" "n".

       FD FICEDM.
       01 REGISTO-EDM.
           05 FS-CODEDM           PIC 9(06) BLANK WHEN ZEROS.
           05 FS-EDM-NIF          PIC 9(09) VALUES 0.
           05 FS-EDM-CODLIVRO     PIC 9(04) VALUES 0.
           05 FS-EDM-DATA-ESC     PIC 9(08) VALUES 0.
           05 FS-EDM-ESTADO       PIC X(10) VALUES SPACES.
           05 FS-EDM-CODALUGUER   PIC 9(05) VALUES 0.
           05 FS-EDM-DATA-ENT     PIC 9(08) VALUES 0.
           05 FS-EDM-CODVOL       PIC 9(03) VALUES 0.
           05 FS-EDM-DATA-REC     PIC 9(08) VALUES 0.

       FD FICRND.
       01 REGISTO-RND.
           05 FS-RND-LINHA        PIC X(132) VALUES SPACES.

       WORKING-STORAGE SECTION.
       77 FS-CLI                  PIC 9(02) VALUES 0.
           88 FS-CLI-OK                VALUES 0.
           88 ABATES                  VALUES 33.
           88 INTERBIB                VALUES 34.
           88 CONVERTER-FICHEIROS-OP  VALUES 35.
           88 PERIODICOS              VALUES 36.
           88 PIN-QUIOSQUE            VALUES 37.
           88 CANDIDATOS-ABATE        VALUES 38.
           88 RECOMENDACOES           VALUES 39.
           88 EVENTOS                 VALUES 40.
           88 UNIMARC                 VALUES 41.
           88 CARTOES                 VALUES 42.
           88 DOMICILIO               VALUES 43.
           88 SAIR                    VALUES 0.

       77 WS-OPCAO2               PIC 9(01) VALUES 9.
       77 NOME1                  PIC X(30) VALUES SPACES.

       77 WS-PRAZO-PADRAO        PIC 9(03) VALUES 15.
       77 WS-PRAZO-DOMICILIO     PIC 9(03) VALUES 42.
       77 WS-PRAZO-ALUGUER       PIC 9(03) VALUES 0.
       77 WS-CODTEMA-LIVRO       PIC 9(02) VALUES 0.
       77 WS-FEC-NOVOS           PIC 9(05) VALUES 0.
       77 WS-PESQUISA             PIC X(60) VALUES SPACES.
       77 WS-PESQUISA-UPPER       PIC X(60) VALUES SPACES.
       77 WS-PESQUISA-LEN         PIC 9(02) VALUES 0.
       77 WS-PESQUISA-TIPO        PIC X(01) VALUES SPACES.
           88 VALIDA-PESQUISA-LIV      VALUES "T","I","A".
           88 VALIDA-PESQUISA-CLI      VALUES "N","E".
       77 WS-PESQUISA-FIM         PIC 9(01) VALUES 0.
       77 WS-PESQUISA-LEN-CH      PIC 9(02) VALUES 0.
       77 WS-PESQUISA-AUTOR       PIC 9(03) VALUES 0.
       77 WS-PESQUISA-CHAVE       PIC X(03) VALUES SPACES.
       77 WS-CAMPO-BUSCA          PIC X(60) VALUES SPACES.
       77 WS-SUB-IDX              PIC 9(02) VALUES 0.
       77 WS-MATCH                PIC 9(01) VALUES 0.
       77 FS-EIB                 PIC 9(02).
       77 FS-LIV0                PIC 9(02).
       77 FS-CLI0                PIC 9(02).
       77 FS-CLI1                PIC 9(02).
       77 FS-LIV2                PIC 9(02).
       77 FS-CLI2                PIC 9(02).
       77 FS-TEM0                PIC 9(02).
       77 FS-RES0                PIC 9(02).
       77 FS-CNV                 PIC 9(02).
           05 WS-COD-LISTADO OCCURS 5 TIMES PIC 9(04) VALUES 0.
       01 WS-TAB-NIF-LISTADOS.
           05 WS-NIF-LISTADO OCCURS 5 TIMES PIC 9(09) VALUES 0.
       77 FS-ASS                 PIC 9(02).
       77 FS-NUMP                PIC 9(02).
       77 FS-RCL                 PIC 9(02).
       77 WS-PER-CARENCIA        PIC 9(03) VALUES 7.
       77 WS-PER-PASSO           PIC 9(03) VALUES 0.
       77 WS-PER-SEQ             PIC 9(04) VALUES 0.
       77 WS-PER-INT             PIC 9(07) VALUES 0.
       77 WS-PER-DIAS-ATRASO     PIC S9(05) VALUES 0.
       77 WS-PER-GERADOS         PIC 9(04) VALUES 0.
       77 WS-PER-RECLAMADOS      PIC 9(04) VALUES 0.
       77 WS-PER-ACHADO          PIC 9(01) VALUES 0.
       77 WS-PER-LIVRO-NOVO      PIC 9(01) VALUES 0.
       77 WS-PER-EDICAO          PIC X(15) VALUES SPACES.
       77 WS-PER-TITULO          PIC X(40) VALUES SPACES.
       77 WS-PER-FORNECEDOR      PIC X(30) VALUES SPACES.
       77 WS-PER-CODASS          PIC 9(04) VALUES 0.
       01 WS-PER-DATA            PIC 9(08) VALUES 0.
       01 WS-PER-DATA-G REDEFINES WS-PER-DATA.
           05 WS-PER-DATA-ANO    PIC 9(04).
           05 WS-PER-DATA-MES    PIC 9(02).
           05 WS-PER-DATA-DIA    PIC 9(02).
       77 WS-PIN-NOVO            PIC X(06) VALUES SPACES.
       77 WS-PIN-CONF            PIC X(06) VALUES SPACES.
       77 WS-PIN-TAM             PIC 9(02) VALUES 0.
       77 FS-ABC                 PIC 9(02).
       77 WS-ABC-ANOS            PIC 9(02) VALUES 3.
           88 VALIDA-ABC-ANOS         VALUES 1 THRU 20.
       77 WS-ABC-MAX-ALU         PIC 9(03) VALUES 0.
       77 WS-ABC-DATA-CORTE      PIC 9(08) VALUES 0.
       77 WS-ABC-W-DATA          PIC 9(08) VALUES 0.
       77 WS-ABC-W-LIVRO         PIC 9(04) VALUES 0.
       77 WS-ABC-NCAND           PIC 9(04) VALUES 0.
       77 WS-ABC-MAX-CAND        PIC 9(04) VALUES 2000.
       77 WS-ABC-EXCEDIDOS       PIC 9(04) VALUES 0.
       77 WS-ABC-I               PIC 9(04) VALUES 0.
       77 WS-ABC-POS-ACHADA      PIC 9(01) VALUES 0.
       77 WS-ABC-TEMA-ANT        PIC 9(02) VALUES 0.
       77 WS-ABC-LOC-ANT         PIC X(06) VALUES SPACES.
       77 WS-ABC-TEMA-TIT        PIC 9(04) VALUES 0.
       77 WS-ABC-TEMA-EXEMP      PIC 9(06) VALUES 0.
       77 WS-ABC-TEMA-VALOR      PIC 9(07)V99 VALUES 0.
       77 WS-ABC-TOT-EXEMP       PIC 9(06) VALUES 0.
       77 WS-ABC-TOT-VALOR       PIC 9(07)V99 VALUES 0.
       77 WS-ABC-VALOR-ED        PIC Z(6)9.99.
       01 WS-ABC-TAB-LIVROS.
           05 WS-ABC-LIVRO OCCURS 9999 TIMES.
               10 WS-ABC-CONT     PIC 9(05).
               10 WS-ABC-ULT      PIC 9(08).
       01 WS-ABC-TAB-CAND.
           05 WS-ABC-CAND OCCURS 2001 TIMES.
               10 WS-ABC-C-TEMA   PIC 9(02).
               10 WS-ABC-C-LOC    PIC X(06).
               10 WS-ABC-C-COD    PIC 9(04).
       01 WS-ABC-NOVO.
           05 WS-ABC-N-TEMA      PIC 9(02).
           05 WS-ABC-N-LOC       PIC X(06).
           05 WS-ABC-N-COD       PIC 9(04).
       01 WS-ABC-ULT-DATA        PIC 9(08) VALUES 0.
       01 WS-ABC-ULT-DATA-G REDEFINES WS-ABC-ULT-DATA.
           05 WS-ABC-ULT-ANO     PIC 9(04).
           05 WS-ABC-ULT-MES     PIC 9(02).
           05 WS-ABC-ULT-DIA     PIC 9(02).
       01 WS-ABC-LINHA-DET.
           05 WS-ABC-L-COD       PIC 9(04).
           05 FILLER             PIC X(01).
           05 WS-ABC-L-TITULO    PIC X(40).
           05 FILLER             PIC X(01).
           05 WS-ABC-L-EXEMP     PIC ZZ9.
           05 FILLER             PIC X(02).
           05 WS-ABC-L-DISP      PIC ZZ9.
           05 FILLER             PIC X(02).
           05 WS-ABC-L-ALU       PIC ZZZZ9.
           05 FILLER             PIC X(02).
           05 WS-ABC-L-ULT       PIC X(10).
           05 FILLER             PIC X(02).
           05 WS-ABC-L-PRECO     PIC ZZ9.99.
       77 FS-LEI                 PIC 9(02).
       77 FS-COE                 PIC 9(02).
       77 FS-RCM                 PIC 9(02).
       77 FS-RCT                 PIC 9(02).
       77 FS-SCL                 PIC 9(02).
       77 WS-RCM-W-NIF           PIC 9(09) VALUES 0.
       77 WS-RCM-W-LIVRO         PIC 9(04) VALUES 0.
       77 WS-RCM-NIF-ANT         PIC 9(09) VALUES 0.
       77 WS-RCM-LIVRO-ANT       PIC 9(04) VALUES 0.
       77 WS-RCM-NLIV            PIC 9(03) VALUES 0.
       77 WS-RCM-MAX-LIV         PIC 9(03) VALUES 200.
       77 WS-RCM-I               PIC 9(03) VALUES 0.
       77 WS-RCM-J               PIC 9(03) VALUES 0.
       77 WS-RCM-K               PIC 9(02) VALUES 0.
       77 WS-RCM-NSUG            PIC 9(02) VALUES 0.
       77 WS-RCM-MAX-SUG         PIC 9(02) VALUES 50.
       77 WS-RCM-ACHADO          PIC 9(01) VALUES 0.
       77 WS-RCM-W-CONT          PIC 9(05) VALUES 0.
       77 WS-RCM-W-COD           PIC 9(04) VALUES 0.
       77 WS-RCM-W-TITULO        PIC X(40) VALUES SPACES.
       77 WS-RCM-LEITURAS        PIC 9(06) VALUES 0.
       77 WS-RCM-PARES           PIC 9(07) VALUES 0.
       77 WS-RCM-LIVROS          PIC 9(05) VALUES 0.
       77 WS-RCM-CLIENTES        PIC 9(05) VALUES 0.
       77 WS-RCM-IMPRESSAS       PIC 9(01) VALUES 0.
       77 WS-RCM-LINHA           PIC X(250) VALUES SPACES.
       77 FS-EVT                 PIC 9(02).
       77 FS-INS                 PIC 9(02).
       77 FS-FPR                 PIC 9(02).
       77 FS-AFL                 PIC 9(02).
       77 FS-UNM                 PIC 9(02).
       77 FS-UNR                 PIC 9(02).
       77 FS-CAR                 PIC 9(02).
       77 FS-CTI                 PIC 9(02).
       77 FS-DOM                 PIC 9(02).
       77 FS-VOL                 PIC 9(02).
       77 FS-EDM                 PIC 9(02).
       77 FS-RND                 PIC 9(02).
       77 WS-EVT-COD             PIC 9(04) VALUES 0.
       77 WS-EVT-NIF             PIC 9(09) VALUES 0.
       77 WS-EVT-TIPO-SOCIO      PIC X(01) VALUES SPACES.
       77 WS-EVT-NIF-RESP        PIC 9(09) VALUES 0.
       77 WS-EVT-NOME            PIC X(30) VALUES SPACES.
       77 WS-EVT-NOME-RESP       PIC X(30) VALUES SPACES.
       77 WS-EVT-ESTADO-ANT      PIC X(10) VALUES SPACES.
       77 WS-EVT-REUTILIZA       PIC 9(01) VALUES 0.
       77 WS-EVT-MIN-ORDEM       PIC 9(05) VALUES 0.
       77 WS-EVT-NIF-PROMOVIDO   PIC 9(09) VALUES 0.
       77 WS-EVT-PRESENTES       PIC 9(03) VALUES 0.
       77 WS-EVT-PERC-OCUP       PIC 9(03) VALUES 0.
       77 WS-EVT-PERC-COMP       PIC 9(03) VALUES 0.
       77 WS-EVT-NUM-ED          PIC ZZ9.
       77 WS-EVT-CONT            PIC 9(04) VALUES 0.
       77 WS-EVT-PRESENCA        PIC X(01) VALUES SPACES.
           88 VALIDA-PRESENCA         VALUES "S","s","N","n".
       01 WS-EVT-DATA-W          PIC 9(08) VALUES 0.
       01 WS-EVT-DATA-G REDEFINES WS-EVT-DATA-W.
           05 WS-EVT-DATA-ANO    PIC 9(04).
           05 WS-EVT-DATA-MES    PIC 9(02).
           05 WS-EVT-DATA-DIA    PIC 9(02).
       01 WS-EVT-HORA-W          PIC 9(04) VALUES 0.
       01 WS-EVT-HORA-G REDEFINES WS-EVT-HORA-W.
           05 WS-EVT-HORA-HH     PIC 9(02).
           05 WS-EVT-HORA-MM     PIC 9(02).
       77 WS-UNM-NOME            PIC X(30) VALUES SPACES.
       77 WS-UNM-OPCAO           PIC X(01) VALUES SPACES.
           88 UNM-EXPORTAR            VALUES "E","e".
           88 UNM-IMPORTAR            VALUES "I","i".
       77 WS-UNM-SELECAO         PIC X(01) VALUES SPACES.
           88 VALIDA-UNM-SELECAO      VALUES "T","t","I","i","A","a".
           88 UNM-SEL-TODOS           VALUES "T","t".
           88 UNM-SEL-INTERVALO       VALUES "I","i".
           88 UNM-SEL-ALTERADOS       VALUES "A","a".
       77 WS-UNM-COD-DE          PIC 9(04) VALUES 0.
       77 WS-UNM-COD-ATE         PIC 9(04) VALUES 0.
       77 WS-UNM-DATA-DE         PIC 9(08) VALUES 0.
       77 WS-UNM-CODPARC         PIC 9(02) VALUES 0.
       77 WS-UNM-BIBLIOTECA      PIC X(30) VALUES SPACES.
       77 WS-UNM-DATA-HOJE       PIC 9(08) VALUES 0.
       77 WS-UNM-LIDOS           PIC 9(05) VALUES 0.
       77 WS-UNM-EXPORTADOS      PIC 9(05) VALUES 0.
       77 WS-UNM-CRIADOS         PIC 9(05) VALUES 0.
       77 WS-UNM-ATUALIZADOS     PIC 9(05) VALUES 0.
       77 WS-UNM-REJEITADOS      PIC 9(05) VALUES 0.
       77 WS-UNM-MOTIVO          PIC X(40) VALUES SPACES.
       77 WS-UNM-SEL             PIC 9(01) VALUES 0.
       77 WS-UNM-I               PIC 9(04) VALUES 0.
       77 WS-UNM-J               PIC 9(04) VALUES 0.
       77 WS-UNM-K               PIC 9(04) VALUES 0.
       77 WS-UNM-PTR             PIC 9(05) VALUES 0.
       77 WS-UNM-PTR-DIR         PIC 9(05) VALUES 0.
       77 WS-UNM-PTR-DAD         PIC 9(05) VALUES 0.
       77 WS-UNM-POS             PIC 9(05) VALUES 0.
       77 WS-UNM-POS-LINHA       PIC 9(05) VALUES 0.
       77 WS-UNM-TAM             PIC 9(05) VALUES 0.
       77 WS-UNM-TAM-REG         PIC 9(05) VALUES 0.
       77 WS-UNM-BASE            PIC 9(05) VALUES 0.
       77 WS-UNM-INICIO          PIC 9(05) VALUES 0.
       77 WS-UNM-TAM4            PIC 9(04) VALUES 0.
       77 WS-UNM-POS5            PIC 9(05) VALUES 0.
       77 WS-UNM-NCAMPOS         PIC 9(02) VALUES 0.
       77 WS-UNM-NDIR            PIC 9(03) VALUES 0.
       77 WS-UNM-TAG-W           PIC X(03) VALUES SPACES.
       77 WS-UNM-TAG-AUT         PIC X(03) VALUES SPACES.
       77 WS-UNM-CAMPO-W         PIC X(300) VALUES SPACES.
       77 WS-UNM-SUB-COD         PIC X(01) VALUES SPACES.
       77 WS-UNM-SUB-VALOR       PIC X(100) VALUES SPACES.
       77 WS-UNM-NOME-AUT        PIC X(40) VALUES SPACES.
       77 WS-UNM-APELIDO         PIC X(40) VALUES SPACES.
       77 WS-UNM-PRENOME         PIC X(40) VALUES SPACES.
       77 WS-UNM-ISBN            PIC X(13) VALUES SPACES.
       77 WS-UNM-ISBN-BRUTO      PIC X(30) VALUES SPACES.
       77 WS-UNM-TITULO          PIC X(60) VALUES SPACES.
       77 WS-UNM-NAUT            PIC 9(01) VALUES 0.
       77 WS-UNM-NTEM            PIC 9(01) VALUES 0.
       77 WS-UNM-MAX-LIVRO       PIC 9(04) VALUES 0.
       77 WS-UNM-MAX-AUTOR       PIC 9(03) VALUES 0.
       77 WS-UNM-MAX-TEMA        PIC 9(02) VALUES 0.
       77 WS-UNM-COD-ACHADO      PIC 9(04) VALUES 0.
       77 WS-UNM-COD-W           PIC 9(04) VALUES 0.
       77 WS-UNM-NEX-W           PIC 9(03) VALUES 0.
       77 WS-UNM-SEP-SUB         PIC X(01) VALUE X"1F".
       77 WS-UNM-SEP-CAMPO       PIC X(01) VALUE X"1E".
       77 WS-UNM-SEP-REG         PIC X(01) VALUE X"1D".
       01 WS-UNM-LEADER.
           05 WS-UNM-LDR-TAM     PIC 9(05) VALUES 0.
           05 WS-UNM-LDR-ESTADO  PIC X(01) VALUES "n".
           05 FILLER             PIC X(06) VALUES "am  22".
           05 WS-UNM-LDR-BASE    PIC 9(05) VALUES 0.
           05 FILLER             PIC X(07) VALUES "   450 ".
       01 WS-UNM-TAB-ALT.
           05 WS-UNM-ALTERADO OCCURS 9999 TIMES PIC X(01).
       01 WS-UNM-TAB-CAMPOS.
           05 WS-UNM-CAMPO OCCURS 20 TIMES.
               10 WS-UNM-C-TAG    PIC X(03).
               10 WS-UNM-C-TAM    PIC 9(04).
               10 WS-UNM-C-DADOS  PIC X(300).
       01 WS-UNM-TAB-SUB.
           05 WS-UNM-SUB OCCURS 8 TIMES PIC X(100).
       01 WS-UNM-TAB-AUT.
           05 WS-UNM-AUT OCCURS 3 TIMES PIC X(40).
       01 WS-UNM-TAB-AUT-COD.
           05 WS-UNM-AUT-COD OCCURS 3 TIMES PIC 9(03).
       01 WS-UNM-TAB-TEM.
           05 WS-UNM-TEM OCCURS 3 TIMES PIC X(25).
       01 WS-UNM-TAB-TEM-COD.
           05 WS-UNM-TEM-COD OCCURS 3 TIMES PIC 9(02).
       01 WS-UNM-REGISTO         PIC X(4000) VALUES SPACES.
       01 WS-UNM-DIRECTORIO      PIC X(300) VALUES SPACES.
       01 WS-UNM-DADOS           PIC X(4000) VALUES SPACES.
       77 WS-TAXA-2VIA-CARTAO    PIC 9(03)V99 VALUES 3.00.
       77 WS-VAL-CARTAO-NORMAL   PIC 9(01) VALUES 1.
       77 WS-VAL-CARTAO-ESTUDANTE
                                 PIC 9(01) VALUES 1.
       77 WS-VAL-CARTAO-PREMIUM  PIC 9(01) VALUES 2.
       77 WS-VAL-CARTAO-JUNIOR   PIC 9(01) VALUES 1.
       77 WS-CAR-NIF             PIC 9(09) VALUES 0.
       77 WS-CAR-NUMERO          PIC 9(10) VALUES 0.
       77 WS-CAR-NUM-ATIVO       PIC 9(10) VALUES 0.
       77 WS-CAR-VAL-ATIVO       PIC 9(08) VALUES 0.
       77 WS-CAR-VIA-ATIVO       PIC 9(02) VALUES 0.
       77 WS-CAR-MAX-SEQ         PIC 9(09) VALUES 0.
       77 WS-CAR-DATA-HOJE       PIC 9(08) VALUES 0.
       77 WS-CAR-VALIDADE        PIC 9(08) VALUES 0.
       77 WS-CAR-ANO-VAL         PIC 9(04) VALUES 0.
       77 WS-CAR-ANOS            PIC 9(01) VALUES 0.
       77 WS-CAR-TIPO            PIC X(01) VALUES SPACES.
       77 WS-CAR-NOME            PIC X(30) VALUES SPACES.
       77 WS-CAR-EMITIDOS        PIC 9(05) VALUES 0.
       77 WS-CAR-RENOVADOS       PIC 9(05) VALUES 0.
       77 WS-CAR-LEITURA         PIC X(14) VALUES SPACES.
       77 WS-CAR-DIGITOS         PIC X(10) VALUES SPACES.
       77 WS-CAR-ND              PIC 9(02) VALUES 0.
       77 WS-CAR-IDX             PIC 9(02) VALUES 0.
       77 WS-CAR-SOMA            PIC 9(03) VALUES 0.
       77 WS-CAR-PARCELA         PIC 9(02) VALUES 0.
       77 WS-CAR-DV              PIC 9(01) VALUES 0.
       77 WS-CAR-ACHADO          PIC 9(01) VALUES 0.
       77 WS-CAR-MOTIVO          PIC X(50) VALUES SPACES.
       01 WS-CAR-SEQ             PIC 9(09) VALUES 0.
       01 WS-CAR-SEQ-G REDEFINES WS-CAR-SEQ.
           05 WS-CAR-SEQ-DIG     PIC 9(01) OCCURS 9 TIMES.
       01 WS-CAR-NUM-W.
           05 WS-CAR-NUM-SEQ     PIC 9(09).
           05 WS-CAR-NUM-DV      PIC 9(01).
       01 WS-CAR-NUM-N REDEFINES WS-CAR-NUM-W
                                 PIC 9(10).
       01 WS-CAR-DATA-W          PIC 9(08) VALUES 0.
       01 WS-CAR-DATA-G REDEFINES WS-CAR-DATA-W.
           05 WS-CAR-DATA-ANO    PIC 9(04).
           05 WS-CAR-DATA-MES    PIC 9(02).
           05 WS-CAR-DATA-DIA    PIC 9(02).
       77 WS-DOM-NIF             PIC 9(09) VALUES 0.
       77 WS-DOM-NOME            PIC X(30) VALUES SPACES.
       77 WS-DOM-EXISTE          PIC 9(01) VALUES 0.
       77 WS-DOM-IDX             PIC 9(01) VALUES 0.
       77 WS-DOM-DIA-R           PIC 9(01) VALUES 0.
       77 WS-DOM-CODLIVRO        PIC 9(04) VALUES 0.
       77 WS-DOM-CODEDM          PIC 9(06) VALUES 0.
       77 WS-DOM-MAX-SEQ         PIC 9(06) VALUES 0.
       77 WS-DOM-EMPRESTADO      PIC 9(01) VALUES 0.
       77 WS-DOM-JA-LIDO         PIC 9(01) VALUES 0.
       77 WS-DOM-DATA-HOJE       PIC 9(08) VALUES 0.
       77 WS-DOM-DATA-LIMITE     PIC 9(08) VALUES 0.
       77 WS-DOM-MAX-ALU         PIC 9(05) VALUES 0.
       77 WS-DOM-CODALU          PIC 9(05) VALUES 0.
       77 WS-DOM-ENTREGAS        PIC 9(04) VALUES 0.
       77 WS-DOM-RECOLHAS        PIC 9(04) VALUES 0.
       77 WS-DOM-PENDENTES       PIC 9(04) VALUES 0.
       77 WS-DOM-VOL-ATUAL       PIC 9(03) VALUES 0.
       77 WS-DOM-VOL-NOME        PIC X(30) VALUES SPACES.
       77 WS-DOM-VOL-TEL         PIC X(15) VALUES SPACES.
       77 WS-DOM-VOL-ESCRITO     PIC 9(01) VALUES 0.
       77 WS-DOM-SOC-ESCRITO     PIC 9(01) VALUES 0.
       77 WS-DOM-DO-VOL          PIC 9(01) VALUES 0.
       77 WS-DOM-ALUGUER         PIC 9(01) VALUES 0.
       77 WS-DOM-MARCAR          PIC 9(01) VALUES 0.
       01 WS-DOM-DATA-W          PIC 9(08) VALUES 0.
       01 WS-DOM-DATA-G REDEFINES WS-DOM-DATA-W.
           05 WS-DOM-DATA-ANO    PIC 9(04).
           05 WS-DOM-DATA-MES    PIC 9(02).
           05 WS-DOM-DATA-DIA    PIC 9(02).
       01 WS-DOM-DIAS            PIC X(18) VALUES
           "SEGTERQUAQUISEXSAB".
       01 WS-DOM-DIAS-T REDEFINES WS-DOM-DIAS.
           05 WS-DOM-NOME-DIA    PIC X(03) OCCURS 6 TIMES.
       01 WS-RCM-TAB-LIV.
           05 WS-RCM-LIV-CLI OCCURS 200 TIMES PIC 9(04).
       01 WS-RCM-TAB-TOP.
           05 WS-RCM-TOP OCCURS 6 TIMES.
               10 WS-RCM-TOP-COD  PIC 9(04).
               10 WS-RCM-TOP-CONT PIC 9(05).
       01 WS-RCM-TAB-SUG.
           05 WS-RCM-SUG OCCURS 50 TIMES.
               10 WS-RCM-SUG-COD  PIC 9(04).
               10 WS-RCM-SUG-CONT PIC 9(05).
               10 WS-RCM-SUG-TITULO PIC X(40).

       COPY SCREENIO.

           05 LINE 16 COL 12 VALUE "33-Abate Exemplares".
           05 LINE 17 COL 12 VALUE "34-Emprest. Interbib".
           05 LINE 18 COL 12 VALUE "35-Converter Ficheiros".
           05 LINE 19 COL 12 VALUE "36-Periodicos".
           05 LINE 20 COL 12 VALUE "37-PIN Quiosque Socio".
           05 LINE 21 COL 12 VALUE "38-Candidatos Abate".
           05 LINE 20 COL 36 VALUE "39-Recomendacoes".
           05 LINE 21 COL 36 VALUE "40-Eventos".
           05 LINE 22 COL 12 VALUE "41-UNIMARC".
           05 LINE 22 COL 36 VALUE "42-Cartoes Socio".
           05 LINE 22 COL 60 VALUE "43-Entregas Domicilio".
           05 LINE 18 COL 36 VALUE "0-Sair".
           05 LINE 19 COL 36 VALUE "Digite a sua escolha (2 digitos,"
           & " ex: 01):".
           05 LINE 15 COL 01 VALUE "NIF         NOME                  "
           & "                    N ALUGUERES".

       01 LAYOUT-PESQUISA-LIV FOREGROUND-COLOR 6.
           05 LINE 10 COL 15 VALUE "Pesquisar (inicio ou parte):".
           05 COL PLUS 2 PIC X(60) USING WS-PESQUISA.
           05 LINE 12 COL 15 VALUE
           "Por (T-Titulo  I-ISBN  A-Autor, codigo ou nome):".
           05 COL PLUS 2 PIC X(01) USING WS-PESQUISA-TIPO.

       01 LAYOUT-PESQUISA-CLI FOREGROUND-COLOR 6.
           05 LINE 10 COL 15 VALUE "Pesquisar (inicio ou parte):".
           05 COL PLUS 2 PIC X(60) USING WS-PESQUISA.
           05 LINE 12 COL 15 VALUE "Por (N-Nome  E-Email):".
           05 COL PLUS 2 PIC X(01) USING WS-PESQUISA-TIPO.

       01 LAYOUT-ARQUIVAR FOREGROUND-COLOR 6.
           05 LINE 10 COL 15 VALUE
               10 COL PLUS 2 PIC 9(08) USING FS-EIB-DATA-ACORDO
               BLANK WHEN ZEROS.

       01 LAYOUT-PERIODICOS FOREGROUND-COLOR 6.
           05 LINE 08 COL 36 VALUE "1-Registar Assinatura".
           05 LINE 09 COL 36 VALUE "2-Registar Chegada Numero".
           05 LINE 10 COL 36 VALUE "3-Reclamar Numeros em Falta".
           05 LINE 11 COL 36 VALUE "4-Cancelar Assinatura".
           05 LINE 12 COL 36 VALUE "5-Listar Assinaturas".
           05 LINE 13 COL 36 VALUE "6-Numeros de Uma Assinatura".
           05 LINE 14 COL 36 VALUE "0-Menu Inicial".
           05 LINE 15 COL 36 VALUE "Digite a sua escolha:".
           05 LINE 15 COL PLUS 1 USING WS-OPCAO2 AUTO.

       01 LAYOUT-REGISTO-ASS.
           05 WS-CHAVE15 FOREGROUND-COLOR 6.
               10 LINE 10 COL 15 VALUE "COD Assinatura:".
               10 COL PLUS 2 PIC 9(04) USING FS-CODASS
               BLANK WHEN ZEROS.
           05 WS-DADOS15 FOREGROUND-COLOR 6.
               10 LINE 11 COL 15 VALUE "Titulo:".
               10 COL PLUS 2 PIC X(40) USING FS-ASS-TITULO.
               10 LINE 12 COL 15 VALUE "Fornecedor:".
               10 COL PLUS 2 PIC X(30) USING FS-ASS-FORNECEDOR.
               10 LINE 13 COL 15 VALUE "Periodicidade (D/S/Q/M/T):".
               10 COL PLUS 2 PIC X(01) USING FS-ASS-PERIODICIDADE.
               10 LINE 14 COL 15 VALUE "1o Numero (AAAAMMDD):".
               10 COL PLUS 2 PIC 9(08) USING FS-ASS-DATA-INICIO
               BLANK WHEN ZEROS.
               10 LINE 15 COL 15 VALUE "Fim Assinatura (AAAAMMDD):".
               10 COL PLUS 2 PIC 9(08) USING FS-ASS-DATA-FIM
               BLANK WHEN ZEROS.
               10 LINE 16 COL 15 VALUE "Preco Anual:".
               10 COL PLUS 2 PIC 9(05)V99 USING FS-ASS-PRECO
               BLANK WHEN ZEROS.
               10 LINE 17 COL 15 VALUE "Prazo Emprestimo (dias):".
               10 COL PLUS 2 PIC 9(03) USING FS-ASS-PRAZO
               BLANK WHEN ZEROS.
               10 LINE 18 COL 15 VALUE "COD Livro no Catalogo:".
               10 COL PLUS 2 PIC 9(04) USING FS-ASS-CODLIVRO
               BLANK WHEN ZEROS.

       01 LAYOUT-EVENTOS FOREGROUND-COLOR 6.
           05 LINE 08 COL 36 VALUE "1-Registar Evento".
           05 LINE 09 COL 36 VALUE "2-Inscrever Cliente".
           05 LINE 10 COL 36 VALUE "3-Cancelar Inscricao".
           05 LINE 11 COL 36 VALUE "4-Registar Presencas".
           05 LINE 12 COL 36 VALUE "5-Folha de Presencas".
           05 LINE 13 COL 36 VALUE "6-Relatorio de Afluencia".
           05 LINE 14 COL 36 VALUE "0-Menu Inicial".
           05 LINE 15 COL 36 VALUE "Digite a sua escolha:".
           05 LINE 15 COL PLUS 1 USING WS-OPCAO2 AUTO.

       01 LAYOUT-REGISTO-EVT.
           05 WS-CHAVE16 FOREGROUND-COLOR 6.
               10 LINE 10 COL 15 VALUE "COD Evento:".
               10 COL PLUS 2 PIC 9(04) USING FS-CODEVT
               BLANK WHEN ZEROS.
           05 WS-DADOS16 FOREGROUND-COLOR 6.
               10 LINE 11 COL 15 VALUE "Titulo:".
               10 COL PLUS 2 PIC X(40) USING FS-EVT-TITULO.
               10 LINE 12 COL 15 VALUE "Data (AAAAMMDD):".
               10 COL PLUS 2 PIC 9(08) USING FS-EVT-DATA
               BLANK WHEN ZEROS.
               10 LINE 13 COL 15 VALUE "Hora (HHMM):".
               10 COL PLUS 2 PIC 9(04) USING FS-EVT-HORA
               BLANK WHEN ZEROS.
               10 LINE 14 COL 15 VALUE "Filial (1-5):".
               10 COL PLUS 2 PIC 9(02) USING FS-EVT-CODFILIAL
               BLANK WHEN ZEROS.
               10 LINE 15 COL 15 VALUE "Capacidade:".
               10 COL PLUS 2 PIC 9(03) USING FS-EVT-CAPACIDADE
               BLANK WHEN ZEROS.
               10 LINE 16 COL 15 VALUE
               "Publico (T)odos (J)unior (A)dultos:".
               10 COL PLUS 2 PIC X(01) USING FS-EVT-IDADE.
               10 LINE 17 COL 15 VALUE "Taxa de Inscricao:".
               10 COL PLUS 2 PIC 9(03)V99 USING FS-EVT-PRECO
               BLANK WHEN ZEROS.

       01 LAYOUT-INSCRICAO-EVT.
           05 WS-CHAVE17 FOREGROUND-COLOR 6.
               10 LINE 10 COL 15 VALUE "COD Evento:".
               10 COL PLUS 2 PIC 9(04) USING WS-EVT-COD
               BLANK WHEN ZEROS.
               10 LINE 11 COL 15 VALUE "NIF Cliente:".
               10 COL PLUS 2 PIC 9(09) USING WS-EVT-NIF
               BLANK WHEN ZEROS.

       01 LAYOUT-UNIMARC-EXP FOREGROUND-COLOR 6.
           05 LINE 10 COL 15 VALUE
           "Selecao (T)odos (I)ntervalo (A)lterados:".
           05 COL PLUS 2 PIC X(01) USING WS-UNM-SELECAO.
           05 LINE 11 COL 15 VALUE "Cod-livro de:".
           05 COL PLUS 2 PIC 9(04) USING WS-UNM-COD-DE
           BLANK WHEN ZEROS.
           05 COL PLUS 2 VALUE "ate:".
           05 COL PLUS 2 PIC 9(04) USING WS-UNM-COD-ATE
           BLANK WHEN ZEROS.
           05 LINE 12 COL 15 VALUE "Alterados desde (AAAAMMDD):".
           05 COL PLUS 2 PIC 9(08) USING WS-UNM-DATA-DE
           BLANK WHEN ZEROS.
           05 LINE 13 COL 15 VALUE "Parceiro destino (0=nenhum):".
           05 COL PLUS 2 PIC 9(02) USING WS-UNM-CODPARC
           BLANK WHEN ZEROS.

       01 LAYOUT-CARTOES FOREGROUND-COLOR 6.
           05 LINE 08 COL 36 VALUE "1-Emitir/Renovar Cartao".
           05 LINE 09 COL 36 VALUE "2-Emissao em Lote".
           05 LINE 10 COL 36 VALUE "3-Cartao Perdido (2a via)".
           05 LINE 11 COL 36 VALUE "4-Consultar Cartoes".
           05 LINE 12 COL 36 VALUE "0-Menu Inicial".
           05 LINE 13 COL 36 VALUE "Digite a sua escolha:".
           05 LINE 13 COL PLUS 1 USING WS-OPCAO2 AUTO.

       01 LAYOUT-DOMICILIO FOREGROUND-COLOR 6.
           05 LINE 08 COL 36 VALUE "1-Registar/Alterar Socio".
           05 LINE 09 COL 36 VALUE "2-Registar Voluntario".
           05 LINE 10 COL 36 VALUE "3-Escolher Livros".
           05 LINE 11 COL 36 VALUE "4-Ronda Semanal".
           05 LINE 12 COL 36 VALUE "5-Listar Socios".
           05 LINE 13 COL 36 VALUE "0-Menu Inicial".
           05 LINE 14 COL 36 VALUE "Digite a sua escolha:".
           05 LINE 14 COL PLUS 1 USING WS-OPCAO2 AUTO.

       01 LAYOUT-REGISTO-DOM FOREGROUND-COLOR 6.
           05 LINE 10 COL 15 VALUE "Morada:".
           05 COL PLUS 2 PIC X(50) USING FS-DOM-MORADA.
           05 LINE 11 COL 15 VALUE "Codigo Postal:".
           05 COL PLUS 2 PIC X(08) USING FS-DOM-COD-POSTAL.
           05 LINE 12 COL 15 VALUE "Localidade:".
           05 COL PLUS 2 PIC X(25) USING FS-DOM-LOCALIDADE.
           05 LINE 13 COL 15 VALUE "Telefone:".
           05 COL PLUS 2 PIC X(15) USING FS-DOM-TELEFONE.
           05 LINE 14 COL 15 VALUE "Observacoes:".
           05 COL PLUS 2 PIC X(40) USING FS-DOM-OBS.
           05 LINE 15 COL 15 VALUE "Dia preferido (2-7):".
           05 COL PLUS 2 PIC 9(01) USING FS-DOM-DIA.
           05 LINE 16 COL 15 VALUE "Voluntario (0=nenhum):".
           05 COL PLUS 2 PIC 9(03) USING FS-DOM-CODVOL.
           05 LINE 17 COL 15 VALUE "Ativo (S/N):".
           05 COL PLUS 2 PIC X(01) USING FS-DOM-ATIVO.

       01 LAYOUT-REGISTO-VOL.
           05 WS-CHAVE18 FOREGROUND-COLOR 6.
               10 LINE 10 COL 15 VALUE "COD Voluntario:".
               10 COL PLUS 2 PIC 9(03) USING FS-CODVOL
               BLANK WHEN ZEROS.
           05 WS-DADOS18 FOREGROUND-COLOR 6.
               10 LINE 11 COL 15 VALUE "Nome:".
               10 COL PLUS 2 PIC X(30) USING FS-VOL-NOME.
               10 LINE 12 COL 15 VALUE "Telefone:".
               10 COL PLUS 2 PIC X(15) USING FS-VOL-TELEFONE.
               10 LINE 13 COL 15 VALUE "Ativo (S/N):".
               10 COL PLUS 2 PIC X(01) USING FS-VOL-ATIVO.

       01 LAYOUT-FILIAIS FOREGROUND-COLOR 6.
           05 LINE 08 COL 36 VALUE "1-Registar Filial".
           05 LINE 09 COL 36 VALUE "2-Listar Filiais".
           05 COL PLUS 2 PIC 9(04) USING WS-REL-ANO
           BLANK WHEN ZEROS.

       01 LAYOUT-ABATE-CANDIDATOS FOREGROUND-COLOR 6.
           05 LINE 10 COL 15 VALUE
           "Periodo de analise em anos (1-20):".
           05 COL PLUS 2 PIC 9(02) USING WS-ABC-ANOS
           BLANK WHEN ZEROS.
           05 LINE 11 COL 15 VALUE
           "Maximo de alugueres no periodo:".
           05 COL PLUS 2 PIC 9(03) USING WS-ABC-MAX-ALU.

       01 LAYOUT-BACKUP-DATA FOREGROUND-COLOR 6.
           05 LINE 12 COL 15 VALUE
           "Data do conjunto a restaurar (AAAAMMDD):".
         DISPLAY LAYOUT-INICIAL
         DISPLAY LAYOUT-MENU-INICIAL
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6
         ACCEPT LAYOUT-MENU

              EVALUATE TRUE
                       PERFORM INICIO-INTERBIB
                   WHEN CONVERTER-FICHEIROS-OP
                       PERFORM CONVERTER-FICHEIROS
                   WHEN PERIODICOS
                       PERFORM INICIO-PERIODICOS
                   WHEN PIN-QUIOSQUE
                       PERFORM DEFINIR-PIN-SOCIO
                   WHEN CANDIDATOS-ABATE
                       PERFORM RELATORIO-CANDIDATOS-ABATE
                   WHEN RECOMENDACOES
                       PERFORM GERAR-RECOMENDACOES
                   WHEN EVENTOS
                       PERFORM INICIO-EVENTOS
                   WHEN UNIMARC
                       PERFORM CATALOGO-UNIMARC
                   WHEN CARTOES
                       PERFORM INICIO-CARTOES
                   WHEN DOMICILIO
                       PERFORM INICIO-DOMICILIO
                   WHEN SAIR
                       MOVE "FECHO" TO WS-SES-EVENTO
                       MOVE SPACES TO WS-SES-DETALHE
         MOVE 0 TO FS-DATA-MES.
         MOVE 0 TO FS-DATA-ANO.
         MOVE "N" TO FS-TIPO-SOCIO.
         MOVE 0 TO FS-PIN-HASH.
         MOVE 0 TO FS-PIN-TENTATIVAS.
         MOVE 0 TO DIVISAO.
         MOVE 1 TO RESTO.
         MOVE "INSERIR CLIENTES" TO WS-OP.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         ACCEPT LAYOUT-REGISTO-CLIENTES.

         IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         MOVE SPACES TO REGISTO-C.
         ACCEPT WS-CHAVE.

         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         MOVE SPACES TO REGISTO-C.
         ACCEPT WS-CHAVE.

         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         MOVE SPACES TO REGISTO-C.
         ACCEPT WS-CHAVE.

         DISPLAY MENU-PRINCIPAL.
         DISPLAY LAYOUT-LISTAR-CLIENTE.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         MOVE 1 TO WS-PAGINA.
         MOVE 1 TO WS-LINHAS-PAGINA.
         MOVE 9 TO WS-LINHA.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         ACCEPT LAYOUT-REGISTO-LIVROS.

         IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         MOVE SPACES TO REGISTO-L.
         MOVE 0 TO FS-CODLIVRO.
         ACCEPT WS-CHAVE1.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         MOVE SPACES TO REGISTO-L.
         MOVE 0 TO FS-CODLIVRO.
         MOVE SPACES TO WS-CONFIRMAR.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         MOVE SPACES TO REGISTO-L.
         MOVE 0 TO FS-CODLIVRO.
         MOVE SPACES TO WS-CONFIRMAR.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         MOVE 1 TO WS-PAGINA.
         MOVE 1 TO WS-LINHAS-PAGINA.
         MOVE 9 TO WS-LINHA.
         MOVE "INSERIR TEMAS" TO WS-OP.
         MOVE "ESC PARA SAIR" TO WS-ESTADO.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         DISPLAY LAYOUT-INICIAL.
         ACCEPT LAYOUT-REGISTO-TEMAS.

         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         MOVE SPACES TO REGISTO-T.
         ACCEPT WS-CHAVE2.

         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         MOVE SPACES TO REGISTO-T.
         ACCEPT WS-CHAVE2.

         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         MOVE SPACES TO REGISTO-T.
         MOVE 0 TO FS-CODTEMA.
         MOVE SPACES TO WS-CONFIRMAR.
         MOVE "ESC PARA SAIR" TO WS-ESTADO.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         MOVE 1 TO WS-PAGINA.
         MOVE 1 TO WS-LINHAS-PAGINA.
         MOVE 9 TO WS-LINHA.
         MOVE "INSERIR AUTORES" TO WS-OP.
         MOVE "ESC PARA SAIR" TO WS-ESTADO.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         DISPLAY LAYOUT-INICIAL.
         ACCEPT LAYOUT-REGISTO-AUTORES.

         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         MOVE SPACES TO REGISTO-A.
         ACCEPT WS-CHAVE3.

         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         MOVE SPACES TO REGISTO-A.
         ACCEPT WS-CHAVE3.

         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         MOVE SPACES TO REGISTO-A.
         MOVE 0 TO FS-CODAUTOR.
         MOVE SPACES TO WS-CONFIRMAR.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         MOVE 1 TO WS-PAGINA.
         MOVE 1 TO WS-LINHAS-PAGINA.
         MOVE 9 TO WS-LINHA.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         ACCEPT LAYOUT-REGISTO-ALUGUERES.

         IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
            DISPLAY FS-CODLIVRO1 AT 1223 FOREGROUND-COLOR 6
         END-IF.

         MOVE SPACES TO WS-CAR-LEITURA.
         DISPLAY "CARTAO SOCIO (ENTER=USAR NIF): " AT 0915
         FOREGROUND-COLOR 6.
         ACCEPT WS-CAR-LEITURA AT 0947.

         IF WS-CAR-LEITURA NOT = SPACES THEN
            PERFORM BUSCA-NIF-POR-CARTAO
            IF WS-CAR-MOTIVO NOT = SPACES THEN
               MOVE WS-CAR-MOTIVO TO WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
               GO INSERIR-ALUGUERES
            END-IF
            MOVE WS-CAR-NIF TO FS-NIF1
            DISPLAY FS-NIF1 AT 1329 FOREGROUND-COLOR 6
         END-IF.

         PERFORM

           PERFORM WITH TEST AFTER UNTIL VALIDA-ALUGUER
         END-STRING
         WRITE REGISTO-RECIBO

         PERFORM ESCREVE-SUGESTOES-RECIBO

         CLOSE FICRECIBO.

       CONSULTAR-ALUGUERES.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         MOVE SPACES TO REGISTO-AL.
         MOVE 0 TO FS-CODALUGUER.
         ACCEPT WS-CHAVE5.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         MOVE SPACES TO REGISTO-AL.
         ACCEPT WS-CHAVE4.

         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         MOVE SPACES TO REGISTO-AL.
         MOVE 0 TO FS-CODALUGUER.
         MOVE SPACES TO WS-CONFIRMAR.
         MOVE "ESC PARA SAIR" TO WS-ESTADO.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         MOVE 1 TO WS-PAGINA.
         MOVE 1 TO WS-LINHAS-PAGINA.
         MOVE 9 TO WS-LINHA.
         MOVE "ESC PARA SAIR" TO WS-ESTADO.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         MOVE 1 TO WS-PAGINA.
         MOVE 1 TO WS-LINHAS-PAGINA.
         MOVE 9 TO WS-LINHA.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         ACCEPT WS-CHAVE.

         IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         ACCEPT WS-CHAVE5

         IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
               MOVE 0 TO FS-VALOR-MULTA
           END-IF

      * RECOLHIDO PELA RONDA AO DOMICILIO: NUNCA PAGA MULTA DE ATRASO
           IF WS-DOM-ALUGUER = 1 THEN
               MOVE 0 TO FS-DIAS-ATRASO
               MOVE 0 TO FS-VALOR-MULTA
           END-IF

           DISPLAY FS-DIAS-ATRASO AT 1631 FOREGROUND-COLOR 2
           HIGHLIGHT
           DISPLAY FS-VALOR-MULTA AT 1728 FOREGROUND-COLOR 2
               GO DEVOLVER-ALUGUERES
            END-IF
            UNLOCK FICALU
            IF WS-DOM-ALUGUER = 1 THEN
               MOVE 1 TO WS-DOM-MARCAR
               PERFORM VERIFICA-ALUGUER-DOMICILIO
            END-IF
            MOVE "LIVRE" TO WS-SES-EVENTO
            MOVE SPACES TO WS-SES-DETALHE
            STRING "ALUGUER " FS-CODALUGUER DELIMITED BY SIZE
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         ACCEPT WS-CHAVE5.

         IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         ACCEPT LAYOUT-REGISTO-RESERVAS.

         IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         MOVE SPACES TO REGISTO-R.
         ACCEPT WS-CHAVE6.

         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         MOVE SPACES TO REGISTO-R.
         ACCEPT WS-CHAVE6.

         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         MOVE SPACES TO REGISTO-R.
         MOVE 0 TO FS-CODRESERVA.
         MOVE SPACES TO WS-CONFIRMAR.
         MOVE "ESC PARA SAIR" TO WS-ESTADO.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         MOVE 1 TO WS-PAGINA.
         MOVE 1 TO WS-LINHAS-PAGINA.
         MOVE 9 TO WS-LINHA.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         DISPLAY LAYOUT-ESTATISTICAS.

         PERFORM VARYING WS-EST-IDX FROM 1 BY 1 UNTIL WS-EST-IDX > 5
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.

         MOVE 0 TO WS-FEC-NOVOS.
         MOVE 0 TO WS-FEC-DEVOLVIDOS.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.

         MOVE SPACES TO WS-JRN-FASE.
         OPEN INPUT FICJRN.

         MOVE FUNCTION CONCATENATE (WS-ARQ-ELIMINADOS,
         " ALUGUERES ARQUIVADOS. ENTER PARA CONTINUAR") TO
             WS-MSG-ERRO.
         PERFORM MOSTRA-ERRO.

         GO MENU-INICIAL.
         CONVERTER-FICHEIROS.

      * CONVERSAO UNICA DOS FICHEIROS INDEXADOS CUJO REGISTO MUDOU
      * (ISBN NOS LIVROS, TIPO DE SOCIO E PIN DO QUIOSQUE NOS
      * CLIENTES, TEMA ADULTO, DATA PRONTA NAS RESERVAS, CHAVES
      * ALTERNATIVAS NOS LIVROS E CLIENTES). NUM FICHEIRO JA
      * CONVERTIDO O OPEN COM O REGISTO ANTIGO FALHA E ESSE FICHEIRO
      * E SALTADO.
         IF NOT SUPERVISOR-LOGADO THEN
             MOVE "OPERACAO RESERVADA A SUPERVISORES" TO
                 WS-MSG-ERRO
         MOVE 10 TO WS-CNV-LINHA-E.
         PERFORM CONVERTE-LIVROS-V0.
         PERFORM CONVERTE-CLIENTES-V0.
         PERFORM CONVERTE-CLIENTES-V1.
         PERFORM CONVERTE-LIVROS-V2.
         PERFORM CONVERTE-CLIENTES-V2.
         PERFORM CONVERTE-TEMAS-V0.
         PERFORM CONVERTE-RESERVAS-V0.

                  MOVE 0 TO FS-QUOTA-ANO
                  MOVE "S" TO FS-QUOTA-PAGA
                  MOVE 0 TO FS-NIF-RESPONSAVEL
                  MOVE 0 TO FS-PIN-HASH
                  MOVE 0 TO FS-PIN-TENTATIVAS
                  MOVE SPACES TO FS-CNV-LINHA
                  MOVE REGISTO-C TO FS-CNV-LINHA
                  WRITE REGISTO-CNV
         FOREGROUND-COLOR 6.
         ADD 1 TO WS-CNV-LINHA-E.

         CONVERTE-CLIENTES-V1.

         OPEN INPUT FICCLI1.
         IF FS-CLI1 NOT = "00" THEN
            DISPLAY "USUARIOS.DAT: SEM PIN A ACRESCENTAR"
            LINE WS-CNV-LINHA-E COL 05 FOREGROUND-COLOR 6
            ADD 1 TO WS-CNV-LINHA-E
            CLOSE FICCLI1
            EXIT PARAGRAPH
         END-IF.

         MOVE 0 TO WS-CNV-CONT.
         OPEN OUTPUT FICCNV.
         PERFORM UNTIL FS-CLI1 NOT = "00"
            READ FICCLI1 NEXT RECORD
               AT END
                  MOVE "10" TO FS-CLI1
               NOT AT END
                  MOVE CL1-NIF TO FS-NIF
                  MOVE CL1-NOME TO FS-NOME
                  MOVE CL1-DATA-ADM TO FS-DATA-ADM
                  MOVE CL1-EMAIL TO FS-EMAIL
                  MOVE CL1-NUM-ALUGUERES-C TO FS-NUM-ALUGUERES-C
                  MOVE CL1-ANONIMIZADO TO FS-ANONIMIZADO
                  MOVE CL1-TIPO-SOCIO TO FS-TIPO-SOCIO
                  MOVE CL1-QUOTA-ANO TO FS-QUOTA-ANO
                  MOVE CL1-QUOTA-PAGA TO FS-QUOTA-PAGA
                  MOVE CL1-NIF-RESPONSAVEL TO FS-NIF-RESPONSAVEL
                  MOVE 0 TO FS-PIN-HASH
                  MOVE 0 TO FS-PIN-TENTATIVAS
                  MOVE SPACES TO FS-CNV-LINHA
                  MOVE REGISTO-C TO FS-CNV-LINHA
                  WRITE REGISTO-CNV
                  ADD 1 TO WS-CNV-CONT
            END-READ
         END-PERFORM.
         CLOSE FICCLI1.
         CLOSE FICCNV.

         OPEN OUTPUT FICCLI.
         OPEN INPUT FICCNV.
         PERFORM UNTIL FS-CNV NOT = "00"
            READ FICCNV
               AT END
                  MOVE "10" TO FS-CNV
               NOT AT END
                  MOVE FS-CNV-LINHA TO REGISTO-C
                  WRITE REGISTO-C
                    INVALID KEY
                       CONTINUE
                  END-WRITE
            END-READ
         END-PERFORM.
         CLOSE FICCNV.
         CLOSE FICCLI.

         DISPLAY "USUARIOS.DAT: PIN ACRESCENTADO" LINE WS-CNV-LINHA-E
         COL 05 FOREGROUND-COLOR 6.
         DISPLAY WS-CNV-CONT LINE WS-CNV-LINHA-E COL 37
         FOREGROUND-COLOR 6.
         ADD 1 TO WS-CNV-LINHA-E.

         CONVERTE-LIVROS-V2.

      * LIVROS.DAT CRIADO SEM AS CHAVES ALTERNATIVAS (ISBN, TITULO E
      * PRIMEIRO AUTOR): O REGISTO NAO MUDA, O FICHEIRO E RECONSTRUIDO.
         OPEN INPUT FICLIV2.
         IF FS-LIV2 NOT = "00" THEN
            DISPLAY "LIVROS.DAT: CHAVES ALTERNATIVAS JA CRIADAS"
            LINE WS-CNV-LINHA-E COL 05 FOREGROUND-COLOR 6
            ADD 1 TO WS-CNV-LINHA-E
            CLOSE FICLIV2
            EXIT PARAGRAPH
         END-IF.

         MOVE 0 TO WS-CNV-CONT.
         OPEN OUTPUT FICCNV.
         PERFORM UNTIL FS-LIV2 NOT = "00"
            READ FICLIV2 NEXT RECORD
               AT END
                  MOVE "10" TO FS-LIV2
               NOT AT END
                  MOVE SPACES TO FS-CNV-LINHA
                  MOVE REGISTO-LV2 TO FS-CNV-LINHA
                  WRITE REGISTO-CNV
                  ADD 1 TO WS-CNV-CONT
            END-READ
         END-PERFORM.
         CLOSE FICLIV2.
         CLOSE FICCNV.

         OPEN OUTPUT FICLIV.
         OPEN INPUT FICCNV.
         PERFORM UNTIL FS-CNV NOT = "00"
            READ FICCNV
               AT END
                  MOVE "10" TO FS-CNV
               NOT AT END
                  MOVE FS-CNV-LINHA TO REGISTO-L
                  WRITE REGISTO-L
                    INVALID KEY
                       CONTINUE
                  END-WRITE
            END-READ
         END-PERFORM.
         CLOSE FICCNV.
         CLOSE FICLIV.

         DISPLAY "LIVROS.DAT: INDEXADOS" LINE WS-CNV-LINHA-E
         COL 05 FOREGROUND-COLOR 6.
         DISPLAY WS-CNV-CONT LINE WS-CNV-LINHA-E COL 28
         FOREGROUND-COLOR 6.
         ADD 1 TO WS-CNV-LINHA-E.

         CONVERTE-CLIENTES-V2.

      * USUARIOS.DAT CRIADO SEM AS CHAVES ALTERNATIVAS (NOME E EMAIL).
         OPEN INPUT FICCLI2.
         IF FS-CLI2 NOT = "00" THEN
            DISPLAY "USUARIOS.DAT: CHAVES ALTERNATIVAS JA CRIADAS"
            LINE WS-CNV-LINHA-E COL 05 FOREGROUND-COLOR 6
            ADD 1 TO WS-CNV-LINHA-E
            CLOSE FICCLI2
            EXIT PARAGRAPH
         END-IF.

         MOVE 0 TO WS-CNV-CONT.
         OPEN OUTPUT FICCNV.
         PERFORM UNTIL FS-CLI2 NOT = "00"
            READ FICCLI2 NEXT RECORD
               AT END
                  MOVE "10" TO FS-CLI2
               NOT AT END
                  MOVE SPACES TO FS-CNV-LINHA
                  MOVE REGISTO-CL2 TO FS-CNV-LINHA
                  WRITE REGISTO-CNV
                  ADD 1 TO WS-CNV-CONT
            END-READ
         END-PERFORM.
         CLOSE FICCLI2.
         CLOSE FICCNV.

         OPEN OUTPUT FICCLI.
         OPEN INPUT FICCNV.
         PERFORM UNTIL FS-CNV NOT = "00"
            READ FICCNV
               AT END
                  MOVE "10" TO FS-CNV
               NOT AT END
                  MOVE FS-CNV-LINHA TO REGISTO-C
                  WRITE REGISTO-C
                    INVALID KEY
                       CONTINUE
                  END-WRITE
            END-READ
         END-PERFORM.
         CLOSE FICCNV.
         CLOSE FICCLI.

         DISPLAY "USUARIOS.DAT: INDEXADOS" LINE WS-CNV-LINHA-E
         COL 05 FOREGROUND-COLOR 6.
         DISPLAY WS-CNV-CONT LINE WS-CNV-LINHA-E COL 30
         FOREGROUND-COLOR 6.
         ADD 1 TO WS-CNV-LINHA-E.

         CONVERTE-TEMAS-V0.

         OPEN INPUT FICTEM0.
         IF FS-TEM0 NOT = "00" THEN
            DISPLAY "TEMAS.DAT: JA NO FORMATO NOVO OU VAZIO"
            LINE WS-CNV-LINHA-E COL 05 FOREGROUND-COLOR 6
            ADD 1 TO WS-CNV-LINHA-E
            CLOSE FICTEM0
            EXIT PARAGRAPH
         END-IF.

         MOVE 0 TO WS-CNV-CONT.
         OPEN OUTPUT FICCNV.
         PERFORM UNTIL FS-TEM0 NOT = "00"
            READ FICTEM0 NEXT RECORD
               AT END
                  MOVE "10" TO FS-TEM0
               NOT AT END
                  MOVE TM0-CODTEMA TO FS-CODTEMA
                  MOVE TM0-TEMA TO FS-TEMA
                  MOVE TM0-PRAZO-TEMA TO FS-PRAZO-TEMA
                  MOVE "N" TO FS-TEMA-ADULTO
                  MOVE SPACES TO FS-CNV-LINHA
                  MOVE REGISTO-T TO FS-CNV-LINHA
                  WRITE REGISTO-CNV
                  ADD 1 TO WS-CNV-CONT
            END-READ
         END-PERFORM.
         CLOSE FICTEM0.
         CLOSE FICCNV.

         OPEN OUTPUT FICTEM.
         OPEN INPUT FICCNV.
         PERFORM UNTIL FS-CNV NOT = "00"
            READ FICCNV
               AT END
                  MOVE "10" TO FS-CNV
               NOT AT END
                  MOVE FS-CNV-LINHA TO REGISTO-T
                  WRITE REGISTO-T
                    INVALID KEY
                       CONTINUE
                  END-WRITE
            END-READ
         END-PERFORM.
         CLOSE FICCNV.
         CLOSE FICTEM.

         DISPLAY "TEMAS.DAT: CONVERTIDOS" LINE WS-CNV-LINHA-E
         COL 05 FOREGROUND-COLOR 6.
         DISPLAY WS-CNV-CONT LINE WS-CNV-LINHA-E COL 29
         FOREGROUND-COLOR 6.
         ADD 1 TO WS-CNV-LINHA-E.

         CONVERTE-RESERVAS-V0.

         OPEN INPUT FICRES0.
         IF FS-RES0 NOT = "00" THEN
            DISPLAY "RESERVAS.DAT: JA NO FORMATO NOVO OU VAZIO"
            LINE WS-CNV-LINHA-E COL 05 FOREGROUND-COLOR 6
            ADD 1 TO WS-CNV-LINHA-E
            CLOSE FICRES0
            EXIT PARAGRAPH
         END-IF.

         MOVE 0 TO WS-CNV-CONT.
         OPEN OUTPUT FICCNV.
         PERFORM UNTIL FS-RES0 NOT = "00"
            READ FICRES0 NEXT RECORD
               AT END
                  MOVE "10" TO FS-RES0
               NOT AT END
                  MOVE RS0-CODRESERVA TO FS-CODRESERVA
                  MOVE RS0-CODLIVRO2 TO FS-CODLIVRO2
                  MOVE RS0-NIF2 TO FS-NIF2
                  MOVE RS0-DATA-RES TO FS-DATA-RES
                  MOVE RS0-SITUACAO-RES TO FS-SITUACAO-RES
                  MOVE RS0-CODFILIAL2 TO FS-CODFILIAL2
                  MOVE 0 TO FS-DATA-PRONTA
                  MOVE SPACES TO FS-CNV-LINHA
                  MOVE REGISTO-R TO FS-CNV-LINHA
                  WRITE REGISTO-CNV
                  ADD 1 TO WS-CNV-CONT
            END-READ
         END-PERFORM.
         CLOSE FICRES0.
         CLOSE FICCNV.

         OPEN OUTPUT FICRES.
         OPEN INPUT FICCNV.
         PERFORM UNTIL FS-CNV NOT = "00"
            READ FICCNV
               AT END
                  MOVE "10" TO FS-CNV
               NOT AT END
                  MOVE FS-CNV-LINHA TO REGISTO-R
                  WRITE REGISTO-R
                    INVALID KEY
                       CONTINUE
                  END-WRITE
            END-READ
         END-PERFORM.
         CLOSE FICCNV.
         CLOSE FICRES.

         DISPLAY "RESERVAS.DAT: CONVERTIDOS" LINE WS-CNV-LINHA-E
         COL 05 FOREGROUND-COLOR 6.
         DISPLAY WS-CNV-CONT LINE WS-CNV-LINHA-E COL 32
         FOREGROUND-COLOR 6.
         ADD 1 TO WS-CNV-LINHA-E.

         INICIO-INTERBIB.

         DISPLAY CLS.

         PERFORM
           MOVE "Interbib" TO WS-OP1
           MOVE "MENU" TO WS-OP
           MOVE "ESC PARA SAIR" TO WS-ESTADO
           MOVE 0 TO WS-OPCAO2
           DISPLAY LAYOUT-INICIAL
           DISPLAY LAYOUT-MENU-INICIAL
           DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
               WRK-ANO) AT 0380 FOREGROUND-COLOR 6
           ACCEPT LAYOUT-INTERBIB

              EVALUATE TRUE
                   WHEN INSERIR
                       PERFORM INSERIR-PARCEIRO
                   WHEN CONSULTAR
                       PERFORM EMPRESTAR-A-PARCEIRO
                   WHEN ALTERAR
                       PERFORM RECEBER-DE-PARCEIRO
                   WHEN ELIMINAR
                       PERFORM ENCERRAR-EMPRESTIMO-IB
                   WHEN LISTAR
                       PERFORM LISTAR-EMPRESTIMOS-IB
            END-IF
         END-IF.

         INICIO-PERIODICOS.

         DISPLAY CLS.

         PERFORM
           MOVE "Periodicos" TO WS-OP1
           MOVE "MENU" TO WS-OP
           MOVE "ESC PARA SAIR" TO WS-ESTADO
           MOVE 0 TO WS-OPCAO2
           DISPLAY LAYOUT-INICIAL
           DISPLAY LAYOUT-MENU-INICIAL
           DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
               WRK-ANO) AT 0380 FOREGROUND-COLOR 6
           ACCEPT LAYOUT-PERIODICOS

              EVALUATE TRUE
                   WHEN INSERIR
                       PERFORM REGISTAR-ASSINATURA
                   WHEN CONSULTAR
                       PERFORM RECEBER-NUMERO
                   WHEN ALTERAR
                       PERFORM RECLAMAR-NUMEROS
                   WHEN ELIMINAR
                       PERFORM CANCELAR-ASSINATURA
                   WHEN LISTAR
                       PERFORM LISTAR-ASSINATURAS
                   WHEN PESQUISAR
                       PERFORM LISTAR-NUMEROS
                   WHEN SAIR1
                       CLOSE FICASS
                       PERFORM MENU-INICIAL
              END-EVALUATE
         END-PERFORM.

         IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
               GO MENU-INICIAL
         END-IF.

         REGISTAR-ASSINATURA.

         OPEN I-O FICASS.
         MOVE 0 TO FS-CODASS.
         MOVE SPACES TO FS-ASS-TITULO.
         MOVE SPACES TO FS-ASS-FORNECEDOR.
         MOVE SPACES TO FS-ASS-PERIODICIDADE.
         MOVE 0 TO FS-ASS-DATA-INICIO.
         MOVE 0 TO FS-ASS-DATA-FIM.
         MOVE 0 TO FS-ASS-PRECO.
         MOVE 0 TO FS-ASS-PRAZO.
         MOVE 0 TO FS-ASS-CODLIVRO.
         MOVE SPACES TO WS-CONFIRMAR.
         MOVE "REGISTAR ASSINATURA" TO WS-OP.
         MOVE "ESC PARA SAIR" TO WS-ESTADO.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         ACCEPT LAYOUT-REGISTO-ASS.

         IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
               CLOSE FICASS
               GO INICIO-PERIODICOS
         END-IF.

         IF NOT VALIDA-ASS THEN
             MOVE "COD-ASSINATURA TEM DE SER DE 0001 ATE 9999" TO
             WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
             CLOSE FICASS
             GO REGISTAR-ASSINATURA
         END-IF.

         IF FS-ASS-TITULO = SPACES THEN
             MOVE "TITULO MAL INTRODUZIDO" TO WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
             CLOSE FICASS
             GO REGISTAR-ASSINATURA
         END-IF.

         IF NOT VALIDA-PERIODICIDADE THEN
             MOVE "PERIODICIDADE: (D)IARIA (S)EMANAL (Q)UINZENAL "
             &"(M)ENSAL (T)RIMESTRAL" TO WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
             CLOSE FICASS
             GO REGISTAR-ASSINATURA
         END-IF.
         MOVE FUNCTION UPPER-CASE(FS-ASS-PERIODICIDADE) TO
             FS-ASS-PERIODICIDADE.

         MOVE FS-ASS-DATA-INICIO TO WS-PER-DATA.
         IF (FS-ASS-DATA-INICIO < 20000101) OR
            (FS-ASS-DATA-INICIO > 20991231) OR
            (WS-PER-DATA-MES < 1) OR (WS-PER-DATA-MES > 12) OR
            (WS-PER-DATA-DIA < 1) OR (WS-PER-DATA-DIA > 31) THEN
             MOVE "DATA DO 1o NUMERO INVALIDA" TO WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
             CLOSE FICASS
             GO REGISTAR-ASSINATURA
         END-IF.

         MOVE FS-ASS-DATA-FIM TO WS-PER-DATA.
         IF (FS-ASS-DATA-FIM < FS-ASS-DATA-INICIO) OR
            (FS-ASS-DATA-FIM > 20991231) OR
            (WS-PER-DATA-MES < 1) OR (WS-PER-DATA-MES > 12) OR
            (WS-PER-DATA-DIA < 1) OR (WS-PER-DATA-DIA > 31) THEN
             MOVE "DATA DE FIM INVALIDA OU ANTERIOR AO 1o NUMERO" TO
             WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
             CLOSE FICASS
             GO REGISTAR-ASSINATURA
         END-IF.

         IF FS-ASS-PRAZO = 0 THEN
             MOVE 7 TO FS-ASS-PRAZO
         END-IF.

         IF NOT (FS-ASS-CODLIVRO >= 1 AND FS-ASS-CODLIVRO <= 9999)
         THEN
             MOVE "COD-LIVRO TEM DE SER DE 0001 ATE 9999" TO
             WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
             CLOSE FICASS
             GO REGISTAR-ASSINATURA
         END-IF.

      * O TITULO DO PERIODICO FICA NO CATALOGO PARA PODER SER
      * EMPRESTADO; CADA NUMERO RECEBIDO CONTA COMO UM EXEMPLAR
         MOVE 0 TO WS-PER-LIVRO-NOVO.
         OPEN I-O FICLIV.
         MOVE FS-ASS-CODLIVRO TO FS-CODLIVRO.
         READ FICLIV
           INVALID KEY
              MOVE 1 TO WS-PER-LIVRO-NOVO
           NOT INVALID KEY
              DISPLAY FS-TITULO(1:30) AT 1828 FOREGROUND-COLOR 6
         END-READ.
         CLOSE FICLIV.

         IF WS-PER-LIVRO-NOVO = 1 THEN
             DISPLAY "(NOVO NO CATALOGO)" AT 1828 FOREGROUND-COLOR 6
         END-IF.

         DISPLAY "QUER REGISTAR A ASSINATURA (S/N)?: " AT 2013
         FOREGROUND-COLOR 4 HIGHLIGHT.

         PERFORM WITH TEST AFTER UNTIL VALIDA-CONFIRMAR
           ACCEPT WS-CONFIRMAR AT 2049
               IF NOT VALIDA-CONFIRMAR THEN
                   MOVE "TEM DE RESPONDER S OU N" TO WS-MSG-ERRO
                   PERFORM MOSTRA-ERRO
         END-PERFORM.

         MOVE FUNCTION UPPER-CASE(WS-CONFIRMAR) TO WS-CONFIRMAR.

         IF WS-CONFIRMAR NOT = "S" THEN
            MOVE "ASSINATURA NAO REGISTADA" TO WS-MSG-ERRO
            PERFORM MOSTRA-ERRO
            CLOSE FICASS
            GO REGISTAR-ASSINATURA
         END-IF.

         MOVE "ATIVA" TO FS-ASS-ESTADO.
         WRITE REGISTO-ASS
           INVALID KEY
              MOVE "ASSINATURA COM ESSE CODIGO JA EXISTE" TO
              WS-MSG-ERRO
              PERFORM MOSTRA-ERRO
              CLOSE FICASS
              GO REGISTAR-ASSINATURA
         END-WRITE.
         CLOSE FICASS.

         IF WS-PER-LIVRO-NOVO = 1 THEN
            OPEN I-O FICLIV
            MOVE SPACES TO REGISTO-L
            MOVE FS-ASS-CODLIVRO TO FS-CODLIVRO
            MOVE FS-ASS-TITULO TO FS-TITULO
            PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 3
               MOVE 0 TO FS-CODTEMA1(WS-SUB)
               MOVE 0 TO FS-CODAUTOR1(WS-SUB)
            END-PERFORM
            MOVE 0 TO FS-NUM-EXEMPLARES
            MOVE 0 TO FS-EXEMPLARES-DISP
            MOVE 0 TO FS-NUM-ALUGUERES-L
            MOVE 0 TO FS-PRECO-REPOSICAO
            MOVE "PER" TO FS-LOCALIZACAO
            PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
               MOVE 0 TO FS-FIL-NUM(WS-SUB)
               MOVE 0 TO FS-FIL-DISP(WS-SUB)
            END-PERFORM
            WRITE REGISTO-L
              INVALID KEY
                 CONTINUE
            END-WRITE
            CLOSE FICLIV
         END-IF.

         PERFORM GERA-NUMEROS-PREVISTOS.

         MOVE "REGISTAR ASSINATURA" TO WS-AUD-ACAO.
         MOVE "ASSINATURA" TO WS-AUD-ENTIDADE.
         MOVE FS-CODASS TO WS-AUD-CHAVE.
         PERFORM REGISTAR-AUDITORIA.

         MOVE FUNCTION CONCATENATE ("ASSINATURA REGISTADA. ",
             WS-PER-GERADOS, " NUMEROS PREVISTOS") TO WS-MSG-ERRO.
         PERFORM MOSTRA-ERRO.
         GO REGISTAR-ASSINATURA.

         GERA-NUMEROS-PREVISTOS.

      * CALENDARIO DE NUMEROS ESPERADOS ENTRE O 1o NUMERO E O FIM
         EVALUATE FS-ASS-PERIODICIDADE
            WHEN "D"
               MOVE 1 TO WS-PER-PASSO
            WHEN "S"
               MOVE 7 TO WS-PER-PASSO
            WHEN "Q"
               MOVE 14 TO WS-PER-PASSO
            WHEN OTHER
               MOVE 0 TO WS-PER-PASSO
         END-EVALUATE.

         MOVE 0 TO WS-PER-GERADOS.
         MOVE 0 TO WS-PER-SEQ.
         MOVE FS-ASS-DATA-INICIO TO WS-PER-DATA.
         OPEN I-O FICNUM.
         PERFORM UNTIL (WS-PER-DATA > FS-ASS-DATA-FIM) OR
                       (WS-PER-SEQ >= 9999)
            ADD 1 TO WS-PER-SEQ
            MOVE FS-CODASS TO FS-NUM-CODASS
            MOVE WS-PER-SEQ TO FS-NUM-SEQ
            MOVE WS-PER-DATA TO FS-NUM-DATA-PREV
            MOVE 0 TO FS-NUM-DATA-REC
            MOVE "PREVISTO" TO FS-NUM-ESTADO
            MOVE 0 TO FS-NUM-DATA-RECL
            MOVE 0 TO FS-NUM-RECLAMACOES
            MOVE SPACES TO FS-NUM-EDICAO
            WRITE REGISTO-NUM
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO WS-PER-GERADOS
            END-WRITE
            PERFORM AVANCA-DATA-PERIODICO
         END-PERFORM.
         CLOSE FICNUM.

         AVANCA-DATA-PERIODICO.

         IF WS-PER-PASSO NOT = 0 THEN
            COMPUTE WS-PER-INT =
                FUNCTION INTEGER-OF-DATE (WS-PER-DATA) + WS-PER-PASSO
            COMPUTE WS-PER-DATA = FUNCTION DATE-OF-INTEGER (WS-PER-INT)
         ELSE
            IF FS-ASS-PERIODICIDADE = "T" THEN
               ADD 3 TO WS-PER-DATA-MES
            ELSE
               ADD 1 TO WS-PER-DATA-MES
            END-IF
            IF WS-PER-DATA-MES > 12 THEN
               SUBTRACT 12 FROM WS-PER-DATA-MES
               ADD 1 TO WS-PER-DATA-ANO
            END-IF
            IF WS-PER-DATA-DIA > 28 THEN
               MOVE 28 TO WS-PER-DATA-DIA
            END-IF
         END-IF.

         RECEBER-NUMERO.

         OPEN I-O FICASS.
         MOVE 0 TO FS-CODASS.
         MOVE SPACES TO WS-CONFIRMAR.
         MOVE SPACES TO WS-PER-EDICAO.
         MOVE "REGISTAR CHEGADA DE NUMERO" TO WS-OP.
         MOVE "ESC PARA SAIR" TO WS-ESTADO.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         ACCEPT WS-CHAVE15.

         IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
               CLOSE FICASS
               GO INICIO-PERIODICOS
         END-IF.

         READ FICASS
           INVALID KEY
              MOVE "ASSINATURA NAO EXISTENTE!" TO WS-MSG-ERRO
              PERFORM MOSTRA-ERRO
              CLOSE FICASS
              GO RECEBER-NUMERO
         END-READ.
         CLOSE FICASS.

         IF FS-ASS-ESTADO NOT = "ATIVA" THEN
             MOVE "ASSINATURA CANCELADA" TO WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
             GO RECEBER-NUMERO
         END-IF.

         DISPLAY WS-DADOS15.

      * PROPOE O NUMERO EM FALTA MAIS ANTIGO DESTA ASSINATURA
         MOVE 0 TO WS-PER-ACHADO.
         MOVE 0 TO WS-PER-SEQ.
         OPEN I-O FICNUM.
         MOVE FS-CODASS TO FS-NUM-CODASS.
         MOVE 0 TO FS-NUM-SEQ.
         START FICNUM KEY IS NOT LESS THAN FS-NUM-CHAVE
           INVALID KEY
              MOVE "10" TO FS-NUMP
         END-START.
         PERFORM UNTIL (FS-NUMP NOT = "00") OR (WS-PER-ACHADO = 1)
            READ FICNUM NEXT RECORD
               AT END
                  MOVE "10" TO FS-NUMP
               NOT AT END
                  IF FS-NUM-CODASS NOT = FS-CODASS THEN
                     MOVE "10" TO FS-NUMP
                  ELSE
                     IF FS-NUM-ESTADO NOT = "RECEBIDO" THEN
                        MOVE 1 TO WS-PER-ACHADO
                        MOVE FS-NUM-SEQ TO WS-PER-SEQ
                     END-IF
                  END-IF
            END-READ
         END-PERFORM.

         DISPLAY "NUMERO (SEQUENCIA):" AT 2015 FOREGROUND-COLOR 6.
         DISPLAY "EDICAO/REFERENCIA:" AT 2115 FOREGROUND-COLOR 6.
         ACCEPT WS-PER-SEQ AT 2035.
         ACCEPT WS-PER-EDICAO AT 2135.

         IF WS-PER-SEQ = 0 THEN
             MOVE "NUMERO TEM DE SER DE 0001 ATE 9999" TO WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
             CLOSE FICNUM
             GO RECEBER-NUMERO
         END-IF.

         MOVE 0 TO WS-PER-ACHADO.
         MOVE FS-CODASS TO FS-NUM-CODASS.
         MOVE WS-PER-SEQ TO FS-NUM-SEQ.
         READ FICNUM
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE 1 TO WS-PER-ACHADO
         END-READ.

         IF (WS-PER-ACHADO = 1) AND (FS-NUM-ESTADO = "RECEBIDO") THEN
             MOVE "ESSE NUMERO JA FOI RECEBIDO" TO WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
             CLOSE FICNUM
             GO RECEBER-NUMERO
         END-IF.

         IF WS-PER-ACHADO = 1 THEN
             DISPLAY FUNCTION CONCATENATE ("PREVISTO PARA ",
                 FS-NUM-DATA-PREV) AT 2045 FOREGROUND-COLOR 6
         ELSE
             DISPLAY "NUMERO EXTRA (NAO PREVISTO)" AT 2045
             FOREGROUND-COLOR 6
         END-IF.

         DISPLAY "CONFIRMA A CHEGADA (S/N)?: " AT 2213
         FOREGROUND-COLOR 4 HIGHLIGHT.

         PERFORM WITH TEST AFTER UNTIL VALIDA-CONFIRMAR
           ACCEPT WS-CONFIRMAR AT 2241
               IF NOT VALIDA-CONFIRMAR THEN
                   MOVE "TEM DE RESPONDER S OU N" TO WS-MSG-ERRO
                   PERFORM MOSTRA-ERRO
         END-PERFORM.

         MOVE FUNCTION UPPER-CASE(WS-CONFIRMAR) TO WS-CONFIRMAR.

         IF WS-CONFIRMAR NOT = "S" THEN
            MOVE "CHEGADA NAO REGISTADA" TO WS-MSG-ERRO
            PERFORM MOSTRA-ERRO
            CLOSE FICNUM
            GO RECEBER-NUMERO
         END-IF.

         COMPUTE FS-NUM-DATA-REC = WRK-ANO * 10000 + WRK-MES * 100
             + WRK-DIA.
         MOVE "RECEBIDO" TO FS-NUM-ESTADO.
         MOVE WS-PER-EDICAO TO FS-NUM-EDICAO.
         IF WS-PER-ACHADO = 1 THEN
            REWRITE REGISTO-NUM
            END-REWRITE
         ELSE
            MOVE FS-NUM-DATA-REC TO FS-NUM-DATA-PREV
            MOVE 0 TO FS-NUM-DATA-RECL
            MOVE 0 TO FS-NUM-RECLAMACOES
            WRITE REGISTO-NUM
            END-WRITE
         END-IF.
         CLOSE FICNUM.

         OPEN I-O FICLIV.
         MOVE FS-ASS-CODLIVRO TO FS-CODLIVRO.
         READ FICLIV WITH LOCK
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              ADD 1 TO FS-NUM-EXEMPLARES
              ADD 1 TO FS-EXEMPLARES-DISP
              ADD 1 TO FS-FIL-NUM(WS-FILIAL-LOGADA)
              ADD 1 TO FS-FIL-DISP(WS-FILIAL-LOGADA)
              REWRITE REGISTO-L
              END-REWRITE
              UNLOCK FICLIV
         END-READ.
         CLOSE FICLIV.

         MOVE "RECEBER NUMERO PERIODICO" TO WS-AUD-ACAO.
         MOVE "NUMERO" TO WS-AUD-ENTIDADE.
         MOVE SPACES TO WS-AUD-CHAVE.
         STRING FS-CODASS "/" WS-PER-SEQ DELIMITED BY SIZE
            INTO WS-AUD-CHAVE
         END-STRING.
         PERFORM REGISTAR-AUDITORIA.

         MOVE "CHEGADA REGISTADA. NUMERO DISPONIVEL PARA EMPRESTIMO"
         TO WS-MSG-ERRO.
         PERFORM MOSTRA-ERRO.
         GO RECEBER-NUMERO.

         RECLAMAR-NUMEROS.

         MOVE "RECLAMAR NUMEROS EM FALTA" TO WS-OP.
         MOVE "ESC PARA SAIR" TO WS-ESTADO.
         DISPLAY CLS.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.

         DISPLAY "DIAS DE TOLERANCIA APOS A DATA PREVISTA:" AT 0515
         FOREGROUND-COLOR 6.
         ACCEPT WS-PER-CARENCIA AT 0556.

         IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
               GO INICIO-PERIODICOS
         END-IF.

         COMPUTE WS-DATA-HOJE-NUM = WRK-ANO * 10000 + WRK-MES * 100
             + WRK-DIA.
         COMPUTE WS-INT-DATA-HOJE =
             FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE-NUM).

         DISPLAY "ASS  TITULO                    NUM   PREVISTO DIAS "
         & "RECL FORNECEDOR" LINE 06 COL 01 FOREGROUND-COLOR 6.
         DISPLAY "***********************************"
         & "******************************************************"
         LINE 07 COL 01 FOREGROUND-COLOR 6.
         MOVE 9 TO WS-LINHA.
         MOVE 0 TO WS-PER-RECLAMADOS.

         OPEN OUTPUT FICRCL.
         MOVE SPACES TO FS-RCL-LINHA.
         STRING "RECLAMACOES DE PERIODICOS - " WRK-DIA "-" WRK-MES
            "-" WRK-ANO " - TOLERANCIA " WS-PER-CARENCIA " DIAS"
            DELIMITED BY SIZE
            INTO FS-RCL-LINHA
         END-STRING.
         WRITE REGISTO-RCL.

         OPEN INPUT FICASS.
         OPEN I-O FICNUM.
         IF FS-NUMP = "00" THEN
            PERFORM UNTIL FS-NUMP NOT = "00"
               READ FICNUM NEXT RECORD
                  AT END
                     MOVE "10" TO FS-NUMP
                  NOT AT END
                     IF FS-NUM-ESTADO NOT = "RECEBIDO" THEN
                        PERFORM VERIFICA-NUMERO-ATRASADO
                     END-IF
               END-READ
            END-PERFORM
         END-IF.
         CLOSE FICNUM.
         CLOSE FICASS.
         CLOSE FICRCL.

         IF WS-PER-RECLAMADOS > 0 THEN
            MOVE "RECLAMAR NUMEROS" TO WS-AUD-ACAO
            MOVE "NUMERO" TO WS-AUD-ENTIDADE
            MOVE WS-PER-RECLAMADOS TO WS-AUD-CHAVE
            PERFORM REGISTAR-AUDITORIA
         END-IF.

         MOVE FUNCTION CONCATENATE (WS-PER-RECLAMADOS,
             " NUMEROS EM FALTA GRAVADOS EM RECLAMACOES_PER.TXT") TO
             WS-MSG-ERRO.
         PERFORM MOSTRA-ERRO.
         GO INICIO-PERIODICOS.

         VERIFICA-NUMERO-ATRASADO.

         MOVE FS-NUM-CODASS TO FS-CODASS.
         READ FICASS
           INVALID KEY
              EXIT PARAGRAPH
         END-READ.

         IF FS-ASS-ESTADO NOT = "ATIVA" THEN
            EXIT PARAGRAPH
         END-IF.

         COMPUTE WS-PER-DIAS-ATRASO = WS-INT-DATA-HOJE -
             FUNCTION INTEGER-OF-DATE (FS-NUM-DATA-PREV) -
             WS-PER-CARENCIA.
         IF WS-PER-DIAS-ATRASO <= 0 THEN
            EXIT PARAGRAPH
         END-IF.

         ADD 1 TO WS-PER-RECLAMADOS.
         ADD 1 TO FS-NUM-RECLAMACOES.
         MOVE "RECLAMADO" TO FS-NUM-ESTADO.
         MOVE WS-DATA-HOJE-NUM TO FS-NUM-DATA-RECL.
         REWRITE REGISTO-NUM
         END-REWRITE.

         IF WS-LINHA < 23 THEN
            DISPLAY FS-CODASS LINE WS-LINHA COL 01 FOREGROUND-COLOR 6
            DISPLAY FS-ASS-TITULO(1:25) LINE WS-LINHA COL 06
            FOREGROUND-COLOR 6
            DISPLAY FS-NUM-SEQ LINE WS-LINHA COL 32 FOREGROUND-COLOR 6
            DISPLAY FS-NUM-DATA-PREV LINE WS-LINHA COL 37
            FOREGROUND-COLOR 6
            DISPLAY WS-PER-DIAS-ATRASO LINE WS-LINHA COL 46
            FOREGROUND-COLOR 4 HIGHLIGHT
            DISPLAY FS-NUM-RECLAMACOES LINE WS-LINHA COL 53
            FOREGROUND-COLOR 6
            DISPLAY FS-ASS-FORNECEDOR(1:24) LINE WS-LINHA COL 57
            FOREGROUND-COLOR 6
            ADD 1 TO WS-LINHA
         END-IF.

         MOVE SPACES TO FS-RCL-LINHA.
         STRING FS-ASS-FORNECEDOR ";" FS-CODASS ";"
            FUNCTION TRIM(FS-ASS-TITULO) ";" FS-NUM-SEQ ";"
            FS-NUM-DATA-PREV ";" WS-PER-DIAS-ATRASO ";"
            FS-NUM-RECLAMACOES DELIMITED BY SIZE
            INTO FS-RCL-LINHA
         END-STRING.
         WRITE REGISTO-RCL.

         CANCELAR-ASSINATURA.

         OPEN I-O FICASS.
         MOVE 0 TO FS-CODASS.
         MOVE SPACES TO WS-CONFIRMAR.
         MOVE "CANCELAR ASSINATURA" TO WS-OP.
         MOVE "ESC PARA SAIR" TO WS-ESTADO.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         ACCEPT WS-CHAVE15.

         IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
               CLOSE FICASS
               GO INICIO-PERIODICOS
         END-IF.

         READ FICASS
           INVALID KEY
              MOVE "ASSINATURA NAO EXISTENTE!" TO WS-MSG-ERRO
              PERFORM MOSTRA-ERRO
              CLOSE FICASS
              GO CANCELAR-ASSINATURA
         END-READ.

         IF FS-ASS-ESTADO NOT = "ATIVA" THEN
             MOVE "ASSINATURA JA CANCELADA" TO WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
             CLOSE FICASS
             GO CANCELAR-ASSINATURA
         END-IF.

         DISPLAY WS-DADOS15.

         DISPLAY "QUER CANCELAR A ASSINATURA (S/N)?: " AT 2013
         FOREGROUND-COLOR 4 HIGHLIGHT.

         PERFORM WITH TEST AFTER UNTIL VALIDA-CONFIRMAR
           ACCEPT WS-CONFIRMAR AT 2049
               IF NOT VALIDA-CONFIRMAR THEN
                   MOVE "TEM DE RESPONDER S OU N" TO WS-MSG-ERRO
                   PERFORM MOSTRA-ERRO
         END-PERFORM.

         MOVE FUNCTION UPPER-CASE(WS-CONFIRMAR) TO WS-CONFIRMAR.

         IF WS-CONFIRMAR = "S" THEN
            MOVE "CANCELADA" TO FS-ASS-ESTADO
            REWRITE REGISTO-ASS
            END-REWRITE
            MOVE "CANCELAR ASSINATURA" TO WS-AUD-ACAO
            MOVE "ASSINATURA" TO WS-AUD-ENTIDADE
            MOVE FS-CODASS TO WS-AUD-CHAVE
            PERFORM REGISTAR-AUDITORIA
            MOVE "ASSINATURA CANCELADA" TO WS-MSG-ERRO
         ELSE
            MOVE "ASSINATURA NAO CANCELADA" TO WS-MSG-ERRO
         END-IF.
         PERFORM MOSTRA-ERRO.
         CLOSE FICASS.
         GO CANCELAR-ASSINATURA.

         LISTAR-ASSINATURAS.

         OPEN INPUT FICASS.
         MOVE "LISTAR ASSINATURAS" TO WS-OP.
         MOVE "ESC PARA SAIR" TO WS-ESTADO.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         DISPLAY "ASS  TITULO                    P FIM      LIVRO "
         & "PRAZO  PRECO      ESTADO" LINE 06 COL 01
         FOREGROUND-COLOR 6.
         DISPLAY "***********************************"
         & "******************************************************"
         LINE 07 COL 01 FOREGROUND-COLOR 6.
         MOVE 9 TO WS-LINHA.

         IF FS-ASS = "00" THEN
            PERFORM UNTIL FS-ASS NOT = "00"
            READ FICASS NEXT RECORD
               AT END
                  MOVE "10" TO FS-ASS
               NOT AT END
                  IF WS-LINHA < 23 THEN
                     DISPLAY FS-CODASS LINE WS-LINHA COL 01
                     FOREGROUND-COLOR 6
                     DISPLAY FS-ASS-TITULO(1:25) LINE WS-LINHA COL 06
                     FOREGROUND-COLOR 6
                     DISPLAY FS-ASS-PERIODICIDADE LINE WS-LINHA
                     COL 32 FOREGROUND-COLOR 6
                     DISPLAY FS-ASS-DATA-FIM LINE WS-LINHA COL 34
                     FOREGROUND-COLOR 6
                     DISPLAY FS-ASS-CODLIVRO LINE WS-LINHA COL 43
                     FOREGROUND-COLOR 6
                     DISPLAY FS-ASS-PRAZO LINE WS-LINHA COL 49
                     FOREGROUND-COLOR 6
                     MOVE FS-ASS-PRECO TO WS-VALOR-ED
                     DISPLAY WS-VALOR-ED LINE WS-LINHA COL 54
                     FOREGROUND-COLOR 6
                     DISPLAY FS-ASS-ESTADO LINE WS-LINHA COL 65
                     FOREGROUND-COLOR 6
                     ADD 1 TO WS-LINHA
                  END-IF
            END-READ
            END-PERFORM
         END-IF.

         ACCEPT OMITTED AT 2501.
         CLOSE FICASS.
         GO INICIO-PERIODICOS.

         LISTAR-NUMEROS.

         OPEN INPUT FICASS.
         MOVE 0 TO FS-CODASS.
         MOVE "NUMEROS DE UMA ASSINATURA" TO WS-OP.
         MOVE "ESC PARA SAIR" TO WS-ESTADO.
         DISPLAY CLS.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         DISPLAY "COD ASSINATURA:" AT 0515 FOREGROUND-COLOR 6.
         ACCEPT FS-CODASS AT 0531.

         IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
               CLOSE FICASS
               GO INICIO-PERIODICOS
         END-IF.

         READ FICASS
           INVALID KEY
              MOVE "ASSINATURA NAO EXISTENTE!" TO WS-MSG-ERRO
              PERFORM MOSTRA-ERRO
              CLOSE FICASS
              GO LISTAR-NUMEROS
         END-READ.
         CLOSE FICASS.

         DISPLAY FS-ASS-TITULO AT 0537 FOREGROUND-COLOR 6.
         DISPLAY "NUM   PREVISTO RECEBIDO ESTADO     RECL EDICAO"
         LINE 06 COL 01 FOREGROUND-COLOR 6.
         DISPLAY "***********************************"
         & "******************************************************"
         LINE 07 COL 01 FOREGROUND-COLOR 6.
         MOVE 9 TO WS-LINHA.

         OPEN INPUT FICNUM.
         MOVE FS-CODASS TO FS-NUM-CODASS.
         MOVE 0 TO FS-NUM-SEQ.
         START FICNUM KEY IS NOT LESS THAN FS-NUM-CHAVE
           INVALID KEY
              MOVE "10" TO FS-NUMP
         END-START.
         PERFORM UNTIL FS-NUMP NOT = "00"
            READ FICNUM NEXT RECORD
               AT END
                  MOVE "10" TO FS-NUMP
               NOT AT END
                  IF FS-NUM-CODASS NOT = FS-CODASS THEN
                     MOVE "10" TO FS-NUMP
                  ELSE
                     IF WS-LINHA < 23 THEN
                        DISPLAY FS-NUM-SEQ LINE WS-LINHA COL 01
                        FOREGROUND-COLOR 6
                        DISPLAY FS-NUM-DATA-PREV LINE WS-LINHA COL 07
                        FOREGROUND-COLOR 6
                        DISPLAY FS-NUM-DATA-REC LINE WS-LINHA COL 16
                        FOREGROUND-COLOR 6
                        DISPLAY FS-NUM-ESTADO LINE WS-LINHA COL 25
                        FOREGROUND-COLOR 6
                        DISPLAY FS-NUM-RECLAMACOES LINE WS-LINHA
                        COL 36 FOREGROUND-COLOR 6
                        DISPLAY FS-NUM-EDICAO LINE WS-LINHA COL 41
                        FOREGROUND-COLOR 6
                        ADD 1 TO WS-LINHA
                     END-IF
                  END-IF
            END-READ
         END-PERFORM.
         CLOSE FICNUM.

         ACCEPT OMITTED AT 2501.
         GO INICIO-PERIODICOS.

         DEFINIR-PIN-SOCIO.

      * PIN PESSOAL COM QUE O SOCIO SE IDENTIFICA NO QUIOSQUE. DEFINIR
      * DE NOVO O PIN TAMBEM DESBLOQUEIA O ACESSO APOS TENTATIVAS
      * ERRADAS.
         MOVE "PIN QUIOSQUE SOCIO" TO WS-OP.
         MOVE "ESC PARA SAIR" TO WS-ESTADO.
         DISPLAY CLS.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.

         OPEN I-O FICCLI.
         MOVE 0 TO FS-NIF.
         MOVE SPACES TO WS-PIN-NOVO.
         MOVE SPACES TO WS-PIN-CONF.
         MOVE SPACES TO WS-CONFIRMAR.
         DISPLAY "NIF DO SOCIO:" AT 0815 FOREGROUND-COLOR 6.
         ACCEPT FS-NIF AT 0835.

         IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
               CLOSE FICCLI
               GO MENU-INICIAL
         END-IF.

         READ FICCLI
           INVALID KEY
              MOVE "CLIENTE NAO EXISTE" TO WS-MSG-ERRO
              PERFORM MOSTRA-ERRO
              CLOSE FICCLI
              GO DEFINIR-PIN-SOCIO
         END-READ.

         IF FS-ANONIMIZADO = "S" THEN
              MOVE "CLIENTE ANONIMIZADO" TO WS-MSG-ERRO
              PERFORM MOSTRA-ERRO
              CLOSE FICCLI
              GO DEFINIR-PIN-SOCIO
         END-IF.

         DISPLAY FS-NOME AT 0846 FOREGROUND-COLOR 6.
         IF FS-PIN-TENTATIVAS > 2 THEN
            DISPLAY "PIN BLOQUEADO POR TENTATIVAS ERRADAS" AT 0915
            FOREGROUND-COLOR 4 HIGHLIGHT
         END-IF.

         DISPLAY "NOVO PIN (4 A 6 DIGITOS):" AT 1015
         FOREGROUND-COLOR 6.
         ACCEPT WS-PIN-NOVO AT 1043.
         DISPLAY "REPETIR PIN:" AT 1115 FOREGROUND-COLOR 6.
         ACCEPT WS-PIN-CONF AT 1143.

         IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
               CLOSE FICCLI
               GO MENU-INICIAL
         END-IF.

         MOVE 0 TO WS-PIN-TAM.
         INSPECT WS-PIN-NOVO TALLYING WS-PIN-TAM
             FOR CHARACTERS BEFORE INITIAL SPACE.
         IF (WS-PIN-TAM < 4) OR
            (WS-PIN-NOVO(1:WS-PIN-TAM) IS NOT NUMERIC) THEN
              MOVE "PIN TEM DE TER 4 A 6 DIGITOS" TO WS-MSG-ERRO
              PERFORM MOSTRA-ERRO
              CLOSE FICCLI
              GO DEFINIR-PIN-SOCIO
         END-IF.

         IF WS-PIN-NOVO NOT = WS-PIN-CONF THEN
              MOVE "OS DOIS PIN NAO COINCIDEM" TO WS-MSG-ERRO
              PERFORM MOSTRA-ERRO
              CLOSE FICCLI
              GO DEFINIR-PIN-SOCIO
         END-IF.

         DISPLAY "QUER GRAVAR O PIN (S/N)?: " AT 1315
         FOREGROUND-COLOR 4 HIGHLIGHT.

         PERFORM WITH TEST AFTER UNTIL VALIDA-CONFIRMAR
           ACCEPT WS-CONFIRMAR AT 1342
               IF NOT VALIDA-CONFIRMAR THEN
                   MOVE "TEM DE RESPONDER S OU N" TO WS-MSG-ERRO
                   PERFORM MOSTRA-ERRO
         END-PERFORM.

         MOVE FUNCTION UPPER-CASE(WS-CONFIRMAR) TO WS-CONFIRMAR.

         IF WS-CONFIRMAR = "S" THEN
            MOVE SPACES TO WS-PASSWORD-TRABALHO
            MOVE WS-PIN-NOVO TO WS-PASSWORD-TRABALHO
            PERFORM CALCULA-HASH-PASSWORD
            MOVE WS-PASSWORD-HASH-CALC TO FS-PIN-HASH
            MOVE 0 TO FS-PIN-TENTATIVAS
            REWRITE REGISTO-C
            END-REWRITE
            MOVE "DEFINIR PIN QUIOSQUE" TO WS-AUD-ACAO
            MOVE "CLIENTE" TO WS-AUD-ENTIDADE
            MOVE FS-NIF TO WS-AUD-CHAVE
            PERFORM REGISTAR-AUDITORIA
            MOVE "PIN GRAVADO. ENTER PARA CONTINUAR" TO WS-MSG-ERRO
         ELSE
            MOVE "PIN NAO GRAVADO" TO WS-MSG-ERRO
         END-IF.
         PERFORM MOSTRA-ERRO.
         CLOSE FICCLI.
         GO MENU-INICIAL.

         RELATORIO-CANDIDATOS-ABATE.

         MOVE "CANDIDATOS A ABATE" TO WS-OP.
         MOVE "ESC PARA SAIR" TO WS-ESTADO.
         DISPLAY CLS.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.

         DISPLAY LAYOUT-ABATE-CANDIDATOS.
         ACCEPT LAYOUT-ABATE-CANDIDATOS.

         IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
               GO MENU-INICIAL
         END-IF.

         IF NOT VALIDA-ABC-ANOS THEN
             MOVE "PERIODO TEM DE SER DE 1 ATE 20 ANOS" TO WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
             GO RELATORIO-CANDIDATOS-ABATE
         END-IF.

         COMPUTE WS-ABC-DATA-CORTE = (WRK-ANO - WS-ABC-ANOS) * 10000
             + WRK-MES * 100 + WRK-DIA.

         PERFORM VARYING WS-ABC-I FROM 1 BY 1 UNTIL WS-ABC-I > 9999
            MOVE 0 TO WS-ABC-CONT(WS-ABC-I)
            MOVE 0 TO WS-ABC-ULT(WS-ABC-I)
         END-PERFORM.

         OPEN INPUT FICALU.

         IF FS-ALU = "00" THEN
            PERFORM UNTIL FS-ALU NOT = "00"
               READ FICALU NEXT RECORD
                  AT END
                     MOVE "10" TO FS-ALU
                  NOT AT END
                     COMPUTE WS-ABC-W-DATA = FS-DATA-ANO1 * 10000 +
                         FS-DATA-MES1 * 100 + FS-DATA-DIA1
                     MOVE FS-CODLIVRO1 TO WS-ABC-W-LIVRO
                     PERFORM ACUMULA-CIRCULACAO-LIVRO
               END-READ
            END-PERFORM
         END-IF.

         CLOSE FICALU.

         OPEN INPUT FICARQ.

         IF FS-ARQ = "00" THEN
            PERFORM UNTIL FS-ARQ NOT = "00"
               READ FICARQ
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE SPACES TO WS-ARQ-F2
                     MOVE SPACES TO WS-ARQ-F4
                     UNSTRING FS-ARQ-LINHA DELIMITED BY ","
                        INTO WS-ARQ-F1 WS-ARQ-F2 WS-ARQ-F3
                             WS-ARQ-F4 WS-ARQ-F5 WS-ARQ-F6
                             WS-ARQ-F7 WS-ARQ-F8
                     END-UNSTRING
                     IF (WS-ARQ-F2(1:2) IS NUMERIC) AND
                        (WS-ARQ-F2(4:2) IS NUMERIC) AND
                        (WS-ARQ-F2(7:4) IS NUMERIC) THEN
                        COMPUTE WS-ABC-W-DATA =
                            FUNCTION NUMVAL(WS-ARQ-F2(7:4)) * 10000 +
                            FUNCTION NUMVAL(WS-ARQ-F2(4:2)) * 100 +
                            FUNCTION NUMVAL(WS-ARQ-F2(1:2))
                        MOVE FUNCTION NUMVAL(WS-ARQ-F4) TO
                            WS-ABC-W-LIVRO
                        PERFORM ACUMULA-CIRCULACAO-LIVRO
                     END-IF
               END-READ
            END-PERFORM
         END-IF.

         CLOSE FICARQ.

      * OS CANDIDATOS FICAM ORDENADOS POR TEMA, LOCALIZACAO E CODIGO
      * PARA O RELATORIO SAIR AGRUPADO
         MOVE 0 TO WS-ABC-NCAND.
         MOVE 0 TO WS-ABC-EXCEDIDOS.

         OPEN INPUT FICLIV.

         IF FS-LIV = "00" THEN
            PERFORM UNTIL FS-LIV NOT = "00"
               READ FICLIV NEXT RECORD
                  AT END
                     MOVE "10" TO FS-LIV
                  NOT AT END
                     IF (FS-CODLIVRO > 0) AND (FS-NUM-EXEMPLARES > 0)
                     THEN
                        IF WS-ABC-CONT(FS-CODLIVRO) <= WS-ABC-MAX-ALU
                        THEN
                           PERFORM INSERE-CANDIDATO-ABATE
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
         END-IF.

         OPEN OUTPUT FICABC.
         OPEN INPUT FICTEM.

         MOVE SPACES TO FS-ABC-LINHA.
         STRING "CANDIDATOS A ABATE - " WRK-DIA "-" WRK-MES "-"
            WRK-ANO " - ULTIMOS " WS-ABC-ANOS " ANOS - ATE "
            WS-ABC-MAX-ALU " ALUGUERES"
            DELIMITED BY SIZE
            INTO FS-ABC-LINHA
         END-STRING.
         WRITE REGISTO-ABC.

         MOVE SPACES TO FS-ABC-LINHA.
         WRITE REGISTO-ABC.

         MOVE "COD  TITULO                                  EXEMP DISP"
         & " ALUG  ULT.ALUGUER  REPOS." TO FS-ABC-LINHA.
         WRITE REGISTO-ABC.

         MOVE 0 TO WS-ABC-TOT-EXEMP.
         MOVE 0 TO WS-ABC-TOT-VALOR.

         PERFORM VARYING WS-ABC-I FROM 1 BY 1
            UNTIL WS-ABC-I > WS-ABC-NCAND
            PERFORM ESCREVE-CANDIDATO-ABATE
         END-PERFORM.

         IF WS-ABC-NCAND > 0 THEN
            PERFORM ESCREVE-TOTAL-TEMA-ABATE
         END-IF.

         MOVE SPACES TO FS-ABC-LINHA.
         WRITE REGISTO-ABC.
         MOVE WS-ABC-TOT-VALOR TO WS-ABC-VALOR-ED.
         MOVE SPACES TO FS-ABC-LINHA.
         STRING "TOTAL: " WS-ABC-NCAND " TITULOS, " WS-ABC-TOT-EXEMP
            " EXEMPLARES, VALOR DE REPOSICAO " WS-ABC-VALOR-ED
            DELIMITED BY SIZE
            INTO FS-ABC-LINHA
         END-STRING.
         WRITE REGISTO-ABC.

         IF WS-ABC-EXCEDIDOS > 0 THEN
            MOVE SPACES TO FS-ABC-LINHA
            STRING WS-ABC-EXCEDIDOS " CANDIDATOS NAO LISTADOS (LIMITE"
               " DE " WS-ABC-MAX-CAND " TITULOS). REDUZA O PERIODO."
               DELIMITED BY SIZE
               INTO FS-ABC-LINHA
            END-STRING
            WRITE REGISTO-ABC
         END-IF.

         CLOSE FICTEM.
         CLOSE FICLIV.
         CLOSE FICABC.

         MOVE "RELATORIO CANDIDATOS ABATE" TO WS-AUD-ACAO.
         MOVE "LIVRO" TO WS-AUD-ENTIDADE.
         MOVE WS-ABC-NCAND TO WS-AUD-CHAVE.
         PERFORM REGISTAR-AUDITORIA.

         MOVE FUNCTION CONCATENATE (WS-ABC-NCAND,
             " CANDIDATOS GRAVADOS EM CANDIDATOS_ABATE.TXT") TO
             WS-MSG-ERRO.
         PERFORM MOSTRA-ERRO.

         GO MENU-INICIAL.

         ACUMULA-CIRCULACAO-LIVRO.

         IF (WS-ABC-W-LIVRO < 1) OR (WS-ABC-W-LIVRO > 9999) THEN
            EXIT PARAGRAPH
         END-IF.

         IF WS-ABC-W-DATA > WS-ABC-ULT(WS-ABC-W-LIVRO) THEN
            MOVE WS-ABC-W-DATA TO WS-ABC-ULT(WS-ABC-W-LIVRO)
         END-IF.

         IF WS-ABC-W-DATA >= WS-ABC-DATA-CORTE THEN
            ADD 1 TO WS-ABC-CONT(WS-ABC-W-LIVRO)
         END-IF.

         INSERE-CANDIDATO-ABATE.

         IF WS-ABC-NCAND >= WS-ABC-MAX-CAND THEN
            ADD 1 TO WS-ABC-EXCEDIDOS
            EXIT PARAGRAPH
         END-IF.

         MOVE FS-CODTEMA1(1) TO WS-ABC-N-TEMA.
         MOVE FS-LOCALIZACAO TO WS-ABC-N-LOC.
         MOVE FS-CODLIVRO TO WS-ABC-N-COD.

         MOVE WS-ABC-NCAND TO WS-ABC-I.
         MOVE 0 TO WS-ABC-POS-ACHADA.
         PERFORM UNTIL (WS-ABC-I = 0) OR (WS-ABC-POS-ACHADA = 1)
            IF WS-ABC-CAND(WS-ABC-I) > WS-ABC-NOVO THEN
               MOVE WS-ABC-CAND(WS-ABC-I) TO WS-ABC-CAND(WS-ABC-I + 1)
               SUBTRACT 1 FROM WS-ABC-I
            ELSE
               MOVE 1 TO WS-ABC-POS-ACHADA
            END-IF
         END-PERFORM.

         MOVE WS-ABC-NOVO TO WS-ABC-CAND(WS-ABC-I + 1).
         ADD 1 TO WS-ABC-NCAND.

         ESCREVE-CANDIDATO-ABATE.

         IF (WS-ABC-I = 1) OR
            (WS-ABC-C-TEMA(WS-ABC-I) NOT = WS-ABC-TEMA-ANT) THEN
            IF WS-ABC-I > 1 THEN
               PERFORM ESCREVE-TOTAL-TEMA-ABATE
            END-IF
            MOVE WS-ABC-C-TEMA(WS-ABC-I) TO WS-ABC-TEMA-ANT
            MOVE HIGH-VALUES TO WS-ABC-LOC-ANT
            MOVE 0 TO WS-ABC-TEMA-TIT
            MOVE 0 TO WS-ABC-TEMA-EXEMP
            MOVE 0 TO WS-ABC-TEMA-VALOR
            MOVE SPACES TO FS-TEMA
            MOVE WS-ABC-TEMA-ANT TO FS-CODTEMA
            READ FICTEM
              INVALID KEY
                 MOVE "(SEM TEMA)" TO FS-TEMA
            END-READ
            MOVE SPACES TO FS-ABC-LINHA
            WRITE REGISTO-ABC
            MOVE SPACES TO FS-ABC-LINHA
            STRING "TEMA " WS-ABC-TEMA-ANT " - " FS-TEMA
               DELIMITED BY SIZE
               INTO FS-ABC-LINHA
            END-STRING
            WRITE REGISTO-ABC
         END-IF.

         IF WS-ABC-C-LOC(WS-ABC-I) NOT = WS-ABC-LOC-ANT THEN
            MOVE WS-ABC-C-LOC(WS-ABC-I) TO WS-ABC-LOC-ANT
            MOVE SPACES TO FS-ABC-LINHA
            IF WS-ABC-LOC-ANT = SPACES THEN
               MOVE "  LOCALIZACAO: (SEM LOCALIZACAO)" TO FS-ABC-LINHA
            ELSE
               STRING "  LOCALIZACAO: " WS-ABC-LOC-ANT
                  DELIMITED BY SIZE
                  INTO FS-ABC-LINHA
               END-STRING
            END-IF
            WRITE REGISTO-ABC
         END-IF.

         MOVE WS-ABC-C-COD(WS-ABC-I) TO FS-CODLIVRO.
         READ FICLIV
           INVALID KEY
              EXIT PARAGRAPH
         END-READ.

         MOVE SPACES TO WS-ABC-LINHA-DET.
         MOVE FS-CODLIVRO TO WS-ABC-L-COD.
         MOVE FS-TITULO TO WS-ABC-L-TITULO.
         MOVE FS-NUM-EXEMPLARES TO WS-ABC-L-EXEMP.
         MOVE FS-EXEMPLARES-DISP TO WS-ABC-L-DISP.
         MOVE WS-ABC-CONT(FS-CODLIVRO) TO WS-ABC-L-ALU.
         MOVE WS-ABC-ULT(FS-CODLIVRO) TO WS-ABC-ULT-DATA.
         IF WS-ABC-ULT-DATA = 0 THEN
            MOVE "NUNCA" TO WS-ABC-L-ULT
         ELSE
            STRING WS-ABC-ULT-DIA "-" WS-ABC-ULT-MES "-"
               WS-ABC-ULT-ANO DELIMITED BY SIZE
               INTO WS-ABC-L-ULT
            END-STRING
         END-IF.
         MOVE FS-PRECO-REPOSICAO TO WS-ABC-L-PRECO.
         MOVE WS-ABC-LINHA-DET TO FS-ABC-LINHA.
         WRITE REGISTO-ABC.

         ADD 1 TO WS-ABC-TEMA-TIT.
         ADD FS-NUM-EXEMPLARES TO WS-ABC-TEMA-EXEMP.
         ADD FS-NUM-EXEMPLARES TO WS-ABC-TOT-EXEMP.
         COMPUTE WS-ABC-TEMA-VALOR = WS-ABC-TEMA-VALOR +
             FS-PRECO-REPOSICAO * FS-NUM-EXEMPLARES.
         COMPUTE WS-ABC-TOT-VALOR = WS-ABC-TOT-VALOR +
             FS-PRECO-REPOSICAO * FS-NUM-EXEMPLARES.

         ESCREVE-TOTAL-TEMA-ABATE.

         MOVE WS-ABC-TEMA-VALOR TO WS-ABC-VALOR-ED.
         MOVE SPACES TO FS-ABC-LINHA.
         STRING "  SUBTOTAL TEMA " WS-ABC-TEMA-ANT ": "
            WS-ABC-TEMA-TIT " TITULOS, " WS-ABC-TEMA-EXEMP
            " EXEMPLARES, REPOSICAO " WS-ABC-VALOR-ED
            DELIMITED BY SIZE
            INTO FS-ABC-LINHA
         END-STRING.
         WRITE REGISTO-ABC.

         GERAR-RECOMENDACOES.

         MOVE "RECOMENDACOES DE LEITURA" TO WS-OP.
         MOVE "ESC PARA SAIR" TO WS-ESTADO.
         DISPLAY CLS.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.

         MOVE SPACES TO WS-CONFIRMAR.
         DISPLAY "RECALCULAR RECOMENDACOES A PARTIR DOS ALUGUERES E DO"
         AT 1015 FOREGROUND-COLOR 6.
         DISPLAY "ARQUIVO DE ALUGUERES (S/N)?:" AT 1115
         FOREGROUND-COLOR 4 HIGHLIGHT.

         PERFORM WITH TEST AFTER UNTIL VALIDA-CONFIRMAR
             ACCEPT WS-CONFIRMAR AT 1144
             IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
                 GO MENU-INICIAL
             END-IF
             IF NOT VALIDA-CONFIRMAR THEN
                 MOVE "TEM DE RESPONDER S OU N" TO WS-MSG-ERRO
                 PERFORM MOSTRA-ERRO
             END-IF
         END-PERFORM.

         MOVE FUNCTION UPPER-CASE(WS-CONFIRMAR) TO WS-CONFIRMAR.

         IF WS-CONFIRMAR NOT = "S" THEN
             GO MENU-INICIAL
         END-IF.

         DISPLAY "A PROCESSAR, AGUARDE..." AT 1315 FOREGROUND-COLOR 6.

         MOVE 0 TO WS-RCM-LEITURAS.
         MOVE 0 TO WS-RCM-PARES.
         MOVE 0 TO WS-RCM-LIVROS.
         MOVE 0 TO WS-RCM-CLIENTES.

      * FASE 1 - LIVROS LIDOS POR CADA CLIENTE, SEM REPETICOES
         OPEN OUTPUT FICLEI.
         CLOSE FICLEI.
         OPEN I-O FICLEI.

         OPEN INPUT FICALU.

         IF FS-ALU = "00" THEN
            PERFORM UNTIL FS-ALU NOT = "00"
               READ FICALU NEXT RECORD
                  AT END
                     MOVE "10" TO FS-ALU
                  NOT AT END
                     MOVE FS-NIF1 TO WS-RCM-W-NIF
                     MOVE FS-CODLIVRO1 TO WS-RCM-W-LIVRO
                     PERFORM REGISTA-LEITURA
               END-READ
            END-PERFORM
         END-IF.

         CLOSE FICALU.

         OPEN INPUT FICARQ.

         IF FS-ARQ = "00" THEN
            PERFORM UNTIL FS-ARQ NOT = "00"
               READ FICARQ
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE SPACES TO WS-ARQ-F4
                     MOVE SPACES TO WS-ARQ-F5
                     UNSTRING FS-ARQ-LINHA DELIMITED BY ","
                        INTO WS-ARQ-F1 WS-ARQ-F2 WS-ARQ-F3
                             WS-ARQ-F4 WS-ARQ-F5 WS-ARQ-F6
                             WS-ARQ-F7 WS-ARQ-F8
                     END-UNSTRING
                     IF (WS-ARQ-F4 NOT = SPACES) AND
                        (WS-ARQ-F5 NOT = SPACES) THEN
                        MOVE FUNCTION NUMVAL(WS-ARQ-F5) TO
                            WS-RCM-W-NIF
                        MOVE FUNCTION NUMVAL(WS-ARQ-F4) TO
                            WS-RCM-W-LIVRO
                        PERFORM REGISTA-LEITURA
                     END-IF
               END-READ
            END-PERFORM
         END-IF.

         CLOSE FICARQ.
         CLOSE FICLEI.

      * FASE 2 - CONTAGEM DE PARES DE LIVROS LIDOS PELO MESMO CLIENTE
         OPEN OUTPUT FICCOE.
         CLOSE FICCOE.
         OPEN I-O FICCOE.
         OPEN INPUT FICLEI.

         MOVE 0 TO WS-RCM-NIF-ANT.
         MOVE 0 TO WS-RCM-NLIV.

         IF FS-LEI = "00" THEN
            PERFORM UNTIL FS-LEI NOT = "00"
               READ FICLEI NEXT RECORD
                  AT END
                     MOVE "10" TO FS-LEI
                  NOT AT END
                     IF FS-LEI-NIF NOT = WS-RCM-NIF-ANT THEN
                        PERFORM CONTA-PARES-CLIENTE
                        MOVE FS-LEI-NIF TO WS-RCM-NIF-ANT
                        MOVE 0 TO WS-RCM-NLIV
                     END-IF
                     IF WS-RCM-NLIV < WS-RCM-MAX-LIV THEN
                        ADD 1 TO WS-RCM-NLIV
                        MOVE FS-LEI-CODLIVRO TO
                            WS-RCM-LIV-CLI(WS-RCM-NLIV)
                     END-IF
               END-READ
            END-PERFORM
         END-IF.

         PERFORM CONTA-PARES-CLIENTE.

         CLOSE FICLEI.
         CLOSE FICCOE.

      * FASE 3 - OS 5 LIVROS MAIS LIDOS EM CONJUNTO COM CADA LIVRO
         OPEN OUTPUT FICRCM.
         OPEN OUTPUT FICRCT.
         OPEN INPUT FICCOE.
         OPEN INPUT FICLIV.

         MOVE SPACES TO FS-RCT-LINHA.
         STRING "QUEM LEU ESTE LIVRO TAMBEM LEU - " WRK-DIA "-"
            WRK-MES "-" WRK-ANO
            DELIMITED BY SIZE
            INTO FS-RCT-LINHA
         END-STRING.
         WRITE REGISTO-RCT.

         MOVE 0 TO WS-RCM-LIVRO-ANT.
         PERFORM LIMPA-TOP-RECOMENDACAO.

         IF FS-COE = "00" THEN
            PERFORM UNTIL FS-COE NOT = "00"
               READ FICCOE NEXT RECORD
                  AT END
                     MOVE "10" TO FS-COE
                  NOT AT END
                     IF FS-COE-LIVRO-A NOT = WS-RCM-LIVRO-ANT THEN
                        PERFORM GRAVA-RECOMENDACAO-LIVRO
                        MOVE FS-COE-LIVRO-A TO WS-RCM-LIVRO-ANT
                        PERFORM LIMPA-TOP-RECOMENDACAO
                     END-IF
                     MOVE FS-COE-LIVRO-B TO WS-RCM-W-COD
                     MOVE FS-COE-CONT TO WS-RCM-W-CONT
                     PERFORM INSERE-TOP-RECOMENDACAO
               END-READ
            END-PERFORM
         END-IF.

         PERFORM GRAVA-RECOMENDACAO-LIVRO.

         CLOSE FICLIV.
         CLOSE FICCOE.
         CLOSE FICRCT.
         CLOSE FICRCM.

      * FASE 4 - SUGESTOES POR CLIENTE SEM OS LIVROS QUE JA LEU
         OPEN INPUT FICRCM.
         OPEN INPUT FICCLI.
         OPEN INPUT FICLEI.
         OPEN OUTPUT FICSCL.

         MOVE "NIF;NOME;EMAIL;COD1;TITULO1;COD2;TITULO2;COD3;TITULO3;"
         & "COD4;TITULO4;COD5;TITULO5" TO FS-SCL-LINHA.
         WRITE REGISTO-SCL.

         MOVE 0 TO WS-RCM-NIF-ANT.
         MOVE 0 TO WS-RCM-NLIV.

         IF FS-LEI = "00" THEN
            PERFORM UNTIL FS-LEI NOT = "00"
               READ FICLEI NEXT RECORD
                  AT END
                     MOVE "10" TO FS-LEI
                  NOT AT END
                     IF FS-LEI-NIF NOT = WS-RCM-NIF-ANT THEN
                        PERFORM SUGESTOES-CLIENTE
                        MOVE FS-LEI-NIF TO WS-RCM-NIF-ANT
                        MOVE 0 TO WS-RCM-NLIV
                     END-IF
                     IF WS-RCM-NLIV < WS-RCM-MAX-LIV THEN
                        ADD 1 TO WS-RCM-NLIV
                        MOVE FS-LEI-CODLIVRO TO
                            WS-RCM-LIV-CLI(WS-RCM-NLIV)
                     END-IF
               END-READ
            END-PERFORM
         END-IF.

         PERFORM SUGESTOES-CLIENTE.

         CLOSE FICSCL.
         CLOSE FICLEI.
         CLOSE FICCLI.
         CLOSE FICRCM.

         MOVE "GERAR RECOMENDACOES" TO WS-AUD-ACAO.
         MOVE "LIVRO" TO WS-AUD-ENTIDADE.
         MOVE WS-RCM-LIVROS TO WS-AUD-CHAVE.
         PERFORM REGISTAR-AUDITORIA.

         MOVE SPACES TO WS-MSG-ERRO.
         STRING WS-RCM-LIVROS " LIVROS COM RECOMENDACOES, "
            WS-RCM-CLIENTES " CLIENTES EM SUGESTOES_CLIENTES.TXT"
            DELIMITED BY SIZE
            INTO WS-MSG-ERRO
         END-STRING.
         PERFORM MOSTRA-ERRO.

         GO MENU-INICIAL.

         REGISTA-LEITURA.

         IF (WS-RCM-W-NIF = 0) OR (WS-RCM-W-LIVRO = 0) THEN
            EXIT PARAGRAPH
         END-IF.

         MOVE WS-RCM-W-NIF TO FS-LEI-NIF.
         MOVE WS-RCM-W-LIVRO TO FS-LEI-CODLIVRO.
         READ FICLEI
           INVALID KEY
              MOVE 1 TO FS-LEI-VEZES
              WRITE REGISTO-LEI
              END-WRITE
              ADD 1 TO WS-RCM-LEITURAS
           NOT INVALID KEY
              IF FS-LEI-VEZES < 999 THEN
                 ADD 1 TO FS-LEI-VEZES
                 REWRITE REGISTO-LEI
                 END-REWRITE
              END-IF
         END-READ.

         CONTA-PARES-CLIENTE.

         IF WS-RCM-NLIV < 2 THEN
            EXIT PARAGRAPH
         END-IF.

         PERFORM VARYING WS-RCM-I FROM 1 BY 1
            UNTIL WS-RCM-I > WS-RCM-NLIV
            PERFORM VARYING WS-RCM-J FROM 1 BY 1
               UNTIL WS-RCM-J > WS-RCM-NLIV
               IF WS-RCM-I NOT = WS-RCM-J THEN
                  MOVE WS-RCM-LIV-CLI(WS-RCM-I) TO FS-COE-LIVRO-A
                  MOVE WS-RCM-LIV-CLI(WS-RCM-J) TO FS-COE-LIVRO-B
                  READ FICCOE
                    INVALID KEY
                       MOVE 1 TO FS-COE-CONT
                       WRITE REGISTO-COE
                       END-WRITE
                    NOT INVALID KEY
                       IF FS-COE-CONT < 99999 THEN
                          ADD 1 TO FS-COE-CONT
                          REWRITE REGISTO-COE
                          END-REWRITE
                       END-IF
                  END-READ
                  ADD 1 TO WS-RCM-PARES
               END-IF
            END-PERFORM
         END-PERFORM.

         LIMPA-TOP-RECOMENDACAO.

         PERFORM VARYING WS-RCM-K FROM 1 BY 1 UNTIL WS-RCM-K > 6
            MOVE 0 TO WS-RCM-TOP-COD(WS-RCM-K)
            MOVE 0 TO WS-RCM-TOP-CONT(WS-RCM-K)
         END-PERFORM.

         INSERE-TOP-RECOMENDACAO.

         IF WS-RCM-W-CONT <= WS-RCM-TOP-CONT(5) THEN
            EXIT PARAGRAPH
         END-IF.

         MOVE 5 TO WS-RCM-K.
         MOVE 0 TO WS-RCM-ACHADO.
         PERFORM UNTIL (WS-RCM-K = 1) OR (WS-RCM-ACHADO = 1)
            IF WS-RCM-TOP-CONT(WS-RCM-K - 1) < WS-RCM-W-CONT THEN
               MOVE WS-RCM-TOP(WS-RCM-K - 1) TO WS-RCM-TOP(WS-RCM-K)
               SUBTRACT 1 FROM WS-RCM-K
            ELSE
               MOVE 1 TO WS-RCM-ACHADO
            END-IF
         END-PERFORM.

         MOVE WS-RCM-W-COD TO WS-RCM-TOP-COD(WS-RCM-K).
         MOVE WS-RCM-W-CONT TO WS-RCM-TOP-CONT(WS-RCM-K).

         GRAVA-RECOMENDACAO-LIVRO.

         IF (WS-RCM-LIVRO-ANT = 0) OR (WS-RCM-TOP-COD(1) = 0) THEN
            EXIT PARAGRAPH
         END-IF.

         MOVE SPACES TO REGISTO-RCM.
         MOVE WS-RCM-LIVRO-ANT TO FS-RCM-CODLIVRO.
         COMPUTE FS-RCM-DATA = WRK-ANO * 10000 + WRK-MES * 100 +
             WRK-DIA.

         MOVE WS-RCM-LIVRO-ANT TO FS-CODLIVRO.
         MOVE SPACES TO FS-TITULO.
         READ FICLIV
           INVALID KEY
              MOVE "(LIVRO ELIMINADO)" TO FS-TITULO
         END-READ.
         MOVE SPACES TO FS-RCT-LINHA.
         WRITE REGISTO-RCT.
         MOVE SPACES TO FS-RCT-LINHA.
         STRING "LIVRO " WS-RCM-LIVRO-ANT " - " FS-TITULO
            DELIMITED BY SIZE
            INTO FS-RCT-LINHA
         END-STRING.
         WRITE REGISTO-RCT.

         PERFORM VARYING WS-RCM-K FROM 1 BY 1 UNTIL WS-RCM-K > 5
            MOVE WS-RCM-TOP-COD(WS-RCM-K) TO FS-RCM-SUG-COD(WS-RCM-K)
            MOVE WS-RCM-TOP-CONT(WS-RCM-K) TO
                FS-RCM-SUG-CONT(WS-RCM-K)
            MOVE SPACES TO FS-RCM-SUG-TITULO(WS-RCM-K)
            IF WS-RCM-TOP-COD(WS-RCM-K) NOT = 0 THEN
               MOVE WS-RCM-TOP-COD(WS-RCM-K) TO FS-CODLIVRO
               READ FICLIV
                 INVALID KEY
                    MOVE "(LIVRO ELIMINADO)" TO FS-TITULO
               END-READ
               MOVE FS-TITULO TO FS-RCM-SUG-TITULO(WS-RCM-K)
               MOVE SPACES TO FS-RCT-LINHA
               STRING "   " WS-RCM-TOP-COD(WS-RCM-K) " ("
                  WS-RCM-TOP-CONT(WS-RCM-K) " LEITORES) "
                  FS-RCM-SUG-TITULO(WS-RCM-K)
                  DELIMITED BY SIZE
                  INTO FS-RCT-LINHA
               END-STRING
               WRITE REGISTO-RCT
            END-IF
         END-PERFORM.

         WRITE REGISTO-RCM
         END-WRITE.
         ADD 1 TO WS-RCM-LIVROS.

         SUGESTOES-CLIENTE.

         IF (WS-RCM-NIF-ANT = 0) OR (WS-RCM-NLIV = 0) THEN
            EXIT PARAGRAPH
         END-IF.

         MOVE WS-RCM-NIF-ANT TO FS-NIF.
         READ FICCLI
           INVALID KEY
              EXIT PARAGRAPH
         END-READ.

         IF FS-ANONIMIZADO = "S" THEN
            EXIT PARAGRAPH
         END-IF.

         MOVE 0 TO WS-RCM-NSUG.

         PERFORM VARYING WS-RCM-I FROM 1 BY 1
            UNTIL WS-RCM-I > WS-RCM-NLIV
            MOVE WS-RCM-LIV-CLI(WS-RCM-I) TO FS-RCM-CODLIVRO
            READ FICRCM
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM VARYING WS-RCM-K FROM 1 BY 1
                    UNTIL WS-RCM-K > 5
                    IF FS-RCM-SUG-COD(WS-RCM-K) NOT = 0 THEN
                       PERFORM ACUMULA-SUGESTAO-CLIENTE
                    END-IF
                 END-PERFORM
            END-READ
         END-PERFORM.

         IF WS-RCM-NSUG = 0 THEN
            EXIT PARAGRAPH
         END-IF.

         MOVE SPACES TO FS-SCL-LINHA.
         STRING FS-NIF ";" FUNCTION TRIM(FS-NOME) ";"
            FUNCTION TRIM(FS-EMAIL)
            DELIMITED BY SIZE
            INTO FS-SCL-LINHA
         END-STRING.

      * AS 5 SUGESTOES COM MAIS LEITORES EM COMUM
         PERFORM VARYING WS-RCM-K FROM 1 BY 1 UNTIL WS-RCM-K > 5
            MOVE 0 TO WS-RCM-W-CONT
            MOVE 0 TO WS-RCM-J
            PERFORM VARYING WS-RCM-I FROM 1 BY 1
               UNTIL WS-RCM-I > WS-RCM-NSUG
               IF WS-RCM-SUG-CONT(WS-RCM-I) > WS-RCM-W-CONT THEN
                  MOVE WS-RCM-SUG-CONT(WS-RCM-I) TO WS-RCM-W-CONT
                  MOVE WS-RCM-I TO WS-RCM-J
               END-IF
            END-PERFORM
            IF WS-RCM-J > 0 THEN
               MOVE SPACES TO WS-RCM-LINHA
               STRING FUNCTION TRIM(FS-SCL-LINHA) ";"
                  WS-RCM-SUG-COD(WS-RCM-J) ";"
                  FUNCTION TRIM(WS-RCM-SUG-TITULO(WS-RCM-J))
                  DELIMITED BY SIZE
                  INTO WS-RCM-LINHA
               END-STRING
               MOVE WS-RCM-LINHA TO FS-SCL-LINHA
               MOVE 0 TO WS-RCM-SUG-CONT(WS-RCM-J)
            END-IF
         END-PERFORM.

         WRITE REGISTO-SCL.
         ADD 1 TO WS-RCM-CLIENTES.

         ACUMULA-SUGESTAO-CLIENTE.

         MOVE FS-RCM-SUG-COD(WS-RCM-K) TO WS-RCM-W-COD.

         PERFORM VARYING WS-RCM-J FROM 1 BY 1
            UNTIL WS-RCM-J > WS-RCM-NLIV
            IF WS-RCM-LIV-CLI(WS-RCM-J) = WS-RCM-W-COD THEN
               EXIT PARAGRAPH
            END-IF
         END-PERFORM.

         PERFORM VARYING WS-RCM-J FROM 1 BY 1
            UNTIL WS-RCM-J > WS-RCM-NSUG
            IF WS-RCM-SUG-COD(WS-RCM-J) = WS-RCM-W-COD THEN
               ADD FS-RCM-SUG-CONT(WS-RCM-K) TO
                   WS-RCM-SUG-CONT(WS-RCM-J)
               EXIT PARAGRAPH
            END-IF
         END-PERFORM.

         IF WS-RCM-NSUG < WS-RCM-MAX-SUG THEN
            ADD 1 TO WS-RCM-NSUG
            MOVE WS-RCM-W-COD TO WS-RCM-SUG-COD(WS-RCM-NSUG)
            MOVE FS-RCM-SUG-CONT(WS-RCM-K) TO
                WS-RCM-SUG-CONT(WS-RCM-NSUG)
            MOVE FS-RCM-SUG-TITULO(WS-RCM-K) TO
                WS-RCM-SUG-TITULO(WS-RCM-NSUG)
         END-IF.

         ESCREVE-SUGESTOES-RECIBO.

         OPEN INPUT FICRCM.
         MOVE FS-CODLIVRO1 TO FS-RCM-CODLIVRO.
         READ FICRCM
           INVALID KEY
              CLOSE FICRCM
              EXIT PARAGRAPH
         END-READ.

         OPEN INPUT FICLEI.
         MOVE 0 TO WS-RCM-IMPRESSAS.

         PERFORM VARYING WS-RCM-K FROM 1 BY 1
            UNTIL (WS-RCM-K > 5) OR (WS-RCM-IMPRESSAS = 3)
            IF FS-RCM-SUG-COD(WS-RCM-K) NOT = 0 THEN
               MOVE FS-NIF1 TO FS-LEI-NIF
               MOVE FS-RCM-SUG-COD(WS-RCM-K) TO FS-LEI-CODLIVRO
               READ FICLEI
                 INVALID KEY
                    IF WS-RCM-IMPRESSAS = 0 THEN
                       MOVE SPACES TO FS-REC-LINHA
                       WRITE REGISTO-RECIBO
                       MOVE "Quem leu este livro tambem leu:" TO
                           FS-REC-LINHA
                       WRITE REGISTO-RECIBO
                    END-IF
                    MOVE SPACES TO FS-REC-LINHA
                    STRING "  - " FS-RCM-SUG-TITULO(WS-RCM-K)
                       DELIMITED BY SIZE
                       INTO FS-REC-LINHA
                    END-STRING
                    WRITE REGISTO-RECIBO
                    ADD 1 TO WS-RCM-IMPRESSAS
               END-READ
            END-IF
         END-PERFORM.

         CLOSE FICLEI.
         CLOSE FICRCM.

         INICIO-EVENTOS.

         DISPLAY CLS.

         PERFORM
           MOVE "Eventos" TO WS-OP1
           MOVE "MENU" TO WS-OP
           MOVE "ESC PARA SAIR" TO WS-ESTADO
           MOVE 0 TO WS-OPCAO2
           DISPLAY LAYOUT-INICIAL
           DISPLAY LAYOUT-MENU-INICIAL
           DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
               WRK-ANO) AT 0380 FOREGROUND-COLOR 6
           ACCEPT LAYOUT-EVENTOS

              EVALUATE TRUE
                   WHEN INSERIR
                       PERFORM REGISTAR-EVENTO
                   WHEN CONSULTAR
                       PERFORM INSCREVER-EVENTO
                   WHEN ALTERAR
                       PERFORM CANCELAR-INSCRICAO-EVT
                   WHEN ELIMINAR
                       PERFORM REGISTAR-PRESENCAS-EVT
                   WHEN LISTAR
                       PERFORM FOLHA-PRESENCAS-EVT
                   WHEN PESQUISAR
                       PERFORM RELATORIO-AFLUENCIA-EVT
                   WHEN SAIR1
                       PERFORM MENU-INICIAL
              END-EVALUATE
         END-PERFORM.

         IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
               GO MENU-INICIAL
         END-IF.

         REGISTAR-EVENTO.

         OPEN I-O FICEVT.
         MOVE 0 TO FS-CODEVT.
         MOVE SPACES TO FS-EVT-TITULO.
         MOVE 0 TO FS-EVT-DATA.
         MOVE 0 TO FS-EVT-HORA.
         MOVE WS-FILIAL-LOGADA TO FS-EVT-CODFILIAL.
         MOVE 0 TO FS-EVT-CAPACIDADE.
         MOVE "T" TO FS-EVT-IDADE.
         MOVE 0 TO FS-EVT-PRECO.
         MOVE SPACES TO WS-CONFIRMAR.
         MOVE "REGISTAR EVENTO" TO WS-OP.
         MOVE "ESC PARA SAIR" TO WS-ESTADO.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         ACCEPT LAYOUT-REGISTO-EVT.

         IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
               CLOSE FICEVT
               GO INICIO-EVENTOS
         END-IF.

         IF NOT VALIDA-EVT THEN
             MOVE "COD-EVENTO TEM DE SER DE 0001 ATE 9999" TO
             WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
             CLOSE FICEVT
             GO REGISTAR-EVENTO
         END-IF.

         IF FS-EVT-TITULO = SPACES THEN
             MOVE "TITULO MAL INTRODUZIDO" TO WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
             CLOSE FICEVT
             GO REGISTAR-EVENTO
         END-IF.

         COMPUTE WS-DATA-HOJE-NUM = WRK-ANO * 10000 + WRK-MES * 100
             + WRK-DIA.
         MOVE FS-EVT-DATA TO WS-EVT-DATA-W.
         IF (FS-EVT-DATA < WS-DATA-HOJE-NUM) OR
            (FS-EVT-DATA > 20991231) OR
            (WS-EVT-DATA-MES < 1) OR (WS-EVT-DATA-MES > 12) OR
            (WS-EVT-DATA-DIA < 1) OR (WS-EVT-DATA-DIA > 31) THEN
             MOVE "DATA DO EVENTO INVALIDA OU JA PASSADA" TO
             WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
             CLOSE FICEVT
             GO REGISTAR-EVENTO
         END-IF.

         MOVE FS-EVT-HORA TO WS-EVT-HORA-W.
         IF (WS-EVT-HORA-HH > 23) OR (WS-EVT-HORA-MM > 59) THEN
             MOVE "HORA INVALIDA" TO WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
             CLOSE FICEVT
             GO REGISTAR-EVENTO
         END-IF.

         OPEN INPUT FICFIL.
         MOVE FS-EVT-CODFILIAL TO FS-CODFILIAL-F.
         READ FICFIL
           INVALID KEY
              MOVE "FILIAL NAO EXISTE EM FILIAIS.DAT" TO WS-MSG-ERRO
              PERFORM MOSTRA-ERRO
              CLOSE FICFIL
              CLOSE FICEVT
              GO REGISTAR-EVENTO
         END-READ.
         CLOSE FICFIL.

         IF FS-EVT-CAPACIDADE = 0 THEN
             MOVE "CAPACIDADE TEM DE SER MAIOR QUE ZERO" TO
             WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
             CLOSE FICEVT
             GO REGISTAR-EVENTO
         END-IF.

         IF NOT VALIDA-EVT-IDADE THEN
             MOVE "PUBLICO: (T)ODOS (J)UNIOR (A)DULTOS" TO WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
             CLOSE FICEVT
             GO REGISTAR-EVENTO
         END-IF.
         MOVE FUNCTION UPPER-CASE(FS-EVT-IDADE) TO FS-EVT-IDADE.

         DISPLAY FS-NOME-FILIAL AT 1422 FOREGROUND-COLOR 6.

         DISPLAY "QUER REGISTAR O EVENTO (S/N)?: " AT 2013
         FOREGROUND-COLOR 4 HIGHLIGHT.

         PERFORM WITH TEST AFTER UNTIL VALIDA-CONFIRMAR
           ACCEPT WS-CONFIRMAR AT 2045
               IF NOT VALIDA-CONFIRMAR THEN
                   MOVE "TEM DE RESPONDER S OU N" TO WS-MSG-ERRO
                   PERFORM MOSTRA-ERRO
         END-PERFORM.

         MOVE FUNCTION UPPER-CASE(WS-CONFIRMAR) TO WS-CONFIRMAR.

         IF WS-CONFIRMAR NOT = "S" THEN
            MOVE "EVENTO NAO REGISTADO" TO WS-MSG-ERRO
            PERFORM MOSTRA-ERRO
            CLOSE FICEVT
            GO REGISTAR-EVENTO
         END-IF.

         MOVE 0 TO FS-EVT-INSCRITOS.
         MOVE 0 TO FS-EVT-ESPERA.
         MOVE 0 TO FS-EVT-ULT-ORDEM.
         MOVE "ABERTO" TO FS-EVT-ESTADO.
         WRITE REGISTO-EVT
           INVALID KEY
              MOVE "EVENTO COM ESSE CODIGO JA EXISTE" TO WS-MSG-ERRO
              PERFORM MOSTRA-ERRO
              CLOSE FICEVT
              GO REGISTAR-EVENTO
         END-WRITE.
         CLOSE FICEVT.

         MOVE "REGISTAR EVENTO" TO WS-AUD-ACAO.
         MOVE "EVENTO" TO WS-AUD-ENTIDADE.
         MOVE FS-CODEVT TO WS-AUD-CHAVE.
         PERFORM REGISTAR-AUDITORIA.

         MOVE "EVENTO REGISTADO COM SUCESSO" TO WS-MSG-ERRO.
         PERFORM MOSTRA-ERRO.
         GO REGISTAR-EVENTO.

         INSCREVER-EVENTO.

         MOVE 0 TO WS-EVT-COD.
         MOVE 0 TO WS-EVT-NIF.
         MOVE SPACES TO WS-CONFIRMAR.
         MOVE "INSCREVER EM EVENTO" TO WS-OP.
         MOVE "ESC PARA SAIR" TO WS-ESTADO.
         DISPLAY CLS.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         ACCEPT LAYOUT-INSCRICAO-EVT.

         IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
               GO INICIO-EVENTOS
         END-IF.

         COMPUTE WS-DATA-HOJE-NUM = WRK-ANO * 10000 + WRK-MES * 100
             + WRK-DIA.

         OPEN I-O FICEVT.
         MOVE WS-EVT-COD TO FS-CODEVT.
         READ FICEVT WITH LOCK
           INVALID KEY
              MOVE "EVENTO NAO EXISTENTE!" TO WS-MSG-ERRO
              PERFORM MOSTRA-ERRO
              CLOSE FICEVT
              GO INSCREVER-EVENTO
         END-READ.

         IF FS-EVT = "51" THEN
             MOVE "EVENTO EM USO NOUTRO BALCAO. TENTE DE NOVO" TO
             WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
             CLOSE FICEVT
             GO INSCREVER-EVENTO
         END-IF.

         IF (FS-EVT-ESTADO NOT = "ABERTO") OR
            (FS-EVT-DATA < WS-DATA-HOJE-NUM) THEN
             MOVE "EVENTO JA NAO ACEITA INSCRICOES" TO WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
             CLOSE FICEVT
             GO INSCREVER-EVENTO
         END-IF.

         DISPLAY FS-EVT-TITULO AT 1036 FOREGROUND-COLOR 6.

         OPEN INPUT FICCLI.
         MOVE WS-EVT-NIF TO FS-NIF.
         READ FICCLI
           INVALID KEY
              MOVE "CLIENTE NAO EXISTENTE!" TO WS-MSG-ERRO
              PERFORM MOSTRA-ERRO
              CLOSE FICCLI
              CLOSE FICEVT
              GO INSCREVER-EVENTO
         END-READ.

         IF FS-ANONIMIZADO = "S" THEN
             MOVE "CLIENTE ANONIMIZADO" TO WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
             CLOSE FICCLI
             CLOSE FICEVT
             GO INSCREVER-EVENTO
         END-IF.

         MOVE FS-NOME TO WS-EVT-NOME.
         MOVE FUNCTION UPPER-CASE(FS-TIPO-SOCIO) TO WS-EVT-TIPO-SOCIO.
         MOVE 0 TO WS-EVT-NIF-RESP.
         MOVE SPACES TO WS-EVT-NOME-RESP.

      * EVENTOS INFANTIS SO PARA SOCIOS JUNIOR E EVENTOS PARA ADULTOS
      * VEDADOS A SOCIOS JUNIOR; O JUNIOR TEM DE TER RESPONSAVEL
         IF (FS-EVT-IDADE = "J") AND (WS-EVT-TIPO-SOCIO NOT = "J")
         THEN
             MOVE "EVENTO RESERVADO A SOCIOS JUNIOR" TO WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
             CLOSE FICCLI
             CLOSE FICEVT
             GO INSCREVER-EVENTO
         END-IF.

         IF (FS-EVT-IDADE = "A") AND (WS-EVT-TIPO-SOCIO = "J") THEN
             MOVE "EVENTO NAO PERMITIDO A SOCIOS JUNIOR" TO WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
             CLOSE FICCLI
             CLOSE FICEVT
             GO INSCREVER-EVENTO
         END-IF.

         IF WS-EVT-TIPO-SOCIO = "J" THEN
             IF FS-NIF-RESPONSAVEL = 0 THEN
                 MOVE "SOCIO JUNIOR SEM RESPONSAVEL. ATUALIZE A FICHA"
                 TO WS-MSG-ERRO
                 PERFORM MOSTRA-ERRO
                 CLOSE FICCLI
                 CLOSE FICEVT
                 GO INSCREVER-EVENTO
             END-IF
             MOVE FS-NIF-RESPONSAVEL TO WS-EVT-NIF-RESP
             MOVE FS-NIF-RESPONSAVEL TO FS-NIF
             READ FICCLI
               INVALID KEY
                  MOVE "(RESPONSAVEL NAO EXISTE)" TO WS-EVT-NOME-RESP
               NOT INVALID KEY
                  MOVE FS-NOME TO WS-EVT-NOME-RESP
             END-READ
         END-IF.
         CLOSE FICCLI.

         DISPLAY WS-EVT-NOME AT 1138 FOREGROUND-COLOR 6.
         IF WS-EVT-NIF-RESP NOT = 0 THEN
             DISPLAY "Responsavel:" AT 1215 FOREGROUND-COLOR 6
             DISPLAY WS-EVT-NIF-RESP AT 1229 FOREGROUND-COLOR 6
             DISPLAY WS-EVT-NOME-RESP AT 1239 FOREGROUND-COLOR 6
         END-IF.

         OPEN I-O FICINS.
         MOVE WS-EVT-COD TO FS-INS-CODEVT.
         MOVE WS-EVT-NIF TO FS-INS-NIF.
         MOVE 0 TO WS-EVT-REUTILIZA.
         READ FICINS
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              IF FS-INS-ESTADO NOT = "CANCELADA" THEN
                 MOVE "CLIENTE JA INSCRITO NESTE EVENTO" TO
                 WS-MSG-ERRO
                 PERFORM MOSTRA-ERRO
                 CLOSE FICINS
                 CLOSE FICEVT
                 GO INSCREVER-EVENTO
              END-IF
              MOVE 1 TO WS-EVT-REUTILIZA
         END-READ.

         DISPLAY "Lugares:" AT 1415 FOREGROUND-COLOR 6.
         DISPLAY FS-EVT-INSCRITOS AT 1424 FOREGROUND-COLOR 6.
         DISPLAY "de" AT 1428 FOREGROUND-COLOR 6.
         DISPLAY FS-EVT-CAPACIDADE AT 1431 FOREGROUND-COLOR 6.
         DISPLAY "Em espera:" AT 1436 FOREGROUND-COLOR 6.
         DISPLAY FS-EVT-ESPERA AT 1447 FOREGROUND-COLOR 6.
         IF FS-EVT-INSCRITOS >= FS-EVT-CAPACIDADE THEN
             DISPLAY "EVENTO LOTADO - INSCRICAO FICA EM LISTA DE ESPERA"
             AT 1515 FOREGROUND-COLOR 4 HIGHLIGHT
         END-IF.
         IF FS-EVT-PRECO > 0 THEN
             MOVE FS-EVT-PRECO TO WS-VALOR-ED
             DISPLAY "Taxa de inscricao:" AT 1615 FOREGROUND-COLOR 6
             DISPLAY WS-VALOR-ED AT 1634 FOREGROUND-COLOR 6
         END-IF.

         DISPLAY "QUER INSCREVER O CLIENTE (S/N)?: " AT 2013
         FOREGROUND-COLOR 4 HIGHLIGHT.

         PERFORM WITH TEST AFTER UNTIL VALIDA-CONFIRMAR
           ACCEPT WS-CONFIRMAR AT 2047
               IF NOT VALIDA-CONFIRMAR THEN
                   MOVE "TEM DE RESPONDER S OU N" TO WS-MSG-ERRO
                   PERFORM MOSTRA-ERRO
         END-PERFORM.

         MOVE FUNCTION UPPER-CASE(WS-CONFIRMAR) TO WS-CONFIRMAR.

         IF WS-CONFIRMAR NOT = "S" THEN
            MOVE "INSCRICAO NAO EFETUADA" TO WS-MSG-ERRO
            PERFORM MOSTRA-ERRO
            CLOSE FICINS
            CLOSE FICEVT
            GO INSCREVER-EVENTO
         END-IF.

         MOVE "N" TO FS-INS-PAGO.
         IF FS-EVT-PRECO > 0 THEN
            MOVE SPACES TO WS-CONFIRMAR
            DISPLAY "TAXA PAGA AGORA (S/N)?: " AT 2113
            FOREGROUND-COLOR 4 HIGHLIGHT
            PERFORM WITH TEST AFTER UNTIL VALIDA-CONFIRMAR
              ACCEPT WS-CONFIRMAR AT 2137
                  IF NOT VALIDA-CONFIRMAR THEN
                      MOVE "TEM DE RESPONDER S OU N" TO WS-MSG-ERRO
                      PERFORM MOSTRA-ERRO
            END-PERFORM
            MOVE FUNCTION UPPER-CASE(WS-CONFIRMAR) TO FS-INS-PAGO
         END-IF.

         ADD 1 TO FS-EVT-ULT-ORDEM.
         MOVE WS-EVT-COD TO FS-INS-CODEVT.
         MOVE WS-EVT-NIF TO FS-INS-NIF.
         MOVE FS-EVT-ULT-ORDEM TO FS-INS-ORDEM.
         MOVE WS-DATA-HOJE-NUM TO FS-INS-DATA.
         MOVE WS-EVT-NIF-RESP TO FS-INS-NIF-RESP.
         MOVE SPACES TO FS-INS-PRESENCA.
         IF FS-EVT-INSCRITOS < FS-EVT-CAPACIDADE THEN
            MOVE "INSCRITO" TO FS-INS-ESTADO
            ADD 1 TO FS-EVT-INSCRITOS
            MOVE "CLIENTE INSCRITO NO EVENTO" TO WS-MSG-ERRO
         ELSE
            MOVE "ESPERA" TO FS-INS-ESTADO
            ADD 1 TO FS-EVT-ESPERA
            MOVE FS-EVT-ESPERA TO WS-EVT-NUM-ED
            MOVE SPACES TO WS-MSG-ERRO
            STRING "EVENTO LOTADO. CLIENTE EM LISTA DE ESPERA, "
               "POSICAO " WS-EVT-NUM-ED
               DELIMITED BY SIZE
               INTO WS-MSG-ERRO
            END-STRING
         END-IF.

         IF WS-EVT-REUTILIZA = 1 THEN
            REWRITE REGISTO-INS
            END-REWRITE
         ELSE
            WRITE REGISTO-INS
            END-WRITE
         END-IF.
         REWRITE REGISTO-EVT
         END-REWRITE.
         UNLOCK FICEVT.
         CLOSE FICINS.
         CLOSE FICEVT.

         MOVE "INSCREVER EM EVENTO" TO WS-AUD-ACAO.
         MOVE "EVENTO" TO WS-AUD-ENTIDADE.
         MOVE FUNCTION CONCATENATE (WS-EVT-COD, "/", WS-EVT-NIF(6:4))
             TO WS-AUD-CHAVE.
         PERFORM REGISTAR-AUDITORIA.

         PERFORM MOSTRA-ERRO.
         GO INSCREVER-EVENTO.

         CANCELAR-INSCRICAO-EVT.

         MOVE 0 TO WS-EVT-COD.
         MOVE 0 TO WS-EVT-NIF.
         MOVE SPACES TO WS-CONFIRMAR.
         MOVE "CANCELAR INSCRICAO" TO WS-OP.
         MOVE "ESC PARA SAIR" TO WS-ESTADO.
         DISPLAY CLS.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         ACCEPT LAYOUT-INSCRICAO-EVT.

         IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
               GO INICIO-EVENTOS
         END-IF.

         OPEN I-O FICEVT.
         MOVE WS-EVT-COD TO FS-CODEVT.
         READ FICEVT WITH LOCK
           INVALID KEY
              MOVE "EVENTO NAO EXISTENTE!" TO WS-MSG-ERRO
              PERFORM MOSTRA-ERRO
              CLOSE FICEVT
              GO CANCELAR-INSCRICAO-EVT
         END-READ.

         IF FS-EVT = "51" THEN
             MOVE "EVENTO EM USO NOUTRO BALCAO. TENTE DE NOVO" TO
             WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
             CLOSE FICEVT
             GO CANCELAR-INSCRICAO-EVT
         END-IF.

         OPEN I-O FICINS.
         MOVE WS-EVT-COD TO FS-INS-CODEVT.
         MOVE WS-EVT-NIF TO FS-INS-NIF.
         READ FICINS
           INVALID KEY
              MOVE "INSCRICAO NAO EXISTENTE!" TO WS-MSG-ERRO
              PERFORM MOSTRA-ERRO
              CLOSE FICINS
              CLOSE FICEVT
              GO CANCELAR-INSCRICAO-EVT
         END-READ.

         IF FS-INS-ESTADO = "CANCELADA" THEN
             MOVE "INSCRICAO JA CANCELADA" TO WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
             CLOSE FICINS
             CLOSE FICEVT
             GO CANCELAR-INSCRICAO-EVT
         END-IF.

         DISPLAY FS-EVT-TITULO AT 1036 FOREGROUND-COLOR 6.
         DISPLAY "Situacao:" AT 1315 FOREGROUND-COLOR 6.
         DISPLAY FS-INS-ESTADO AT 1325 FOREGROUND-COLOR 6.

         DISPLAY "QUER CANCELAR A INSCRICAO (S/N)?: " AT 2013
         FOREGROUND-COLOR 4 HIGHLIGHT.

         PERFORM WITH TEST AFTER UNTIL VALIDA-CONFIRMAR
           ACCEPT WS-CONFIRMAR AT 2048
               IF NOT VALIDA-CONFIRMAR THEN
                   MOVE "TEM DE RESPONDER S OU N" TO WS-MSG-ERRO
                   PERFORM MOSTRA-ERRO
         END-PERFORM.

         MOVE FUNCTION UPPER-CASE(WS-CONFIRMAR) TO WS-CONFIRMAR.

         IF WS-CONFIRMAR NOT = "S" THEN
            MOVE "INSCRICAO NAO CANCELADA" TO WS-MSG-ERRO
            PERFORM MOSTRA-ERRO
            CLOSE FICINS
            CLOSE FICEVT
            GO CANCELAR-INSCRICAO-EVT
         END-IF.

         MOVE FS-INS-ESTADO TO WS-EVT-ESTADO-ANT.
         MOVE "CANCELADA" TO FS-INS-ESTADO.
         REWRITE REGISTO-INS
         END-REWRITE.

         MOVE "INSCRICAO CANCELADA" TO WS-MSG-ERRO.
         IF WS-EVT-ESTADO-ANT = "ESPERA" THEN
            SUBTRACT 1 FROM FS-EVT-ESPERA
         ELSE
            SUBTRACT 1 FROM FS-EVT-INSCRITOS
            PERFORM PROMOVE-LISTA-ESPERA
         END-IF.

         REWRITE REGISTO-EVT
         END-REWRITE.
         UNLOCK FICEVT.
         CLOSE FICINS.
         CLOSE FICEVT.

         MOVE "CANCELAR INSCRICAO EVENTO" TO WS-AUD-ACAO.
         MOVE "EVENTO" TO WS-AUD-ENTIDADE.
         MOVE FUNCTION CONCATENATE (WS-EVT-COD, "/", WS-EVT-NIF(6:4))
             TO WS-AUD-CHAVE.
         PERFORM REGISTAR-AUDITORIA.

         PERFORM MOSTRA-ERRO.
         GO CANCELAR-INSCRICAO-EVT.

      * O LUGAR LIBERTADO PASSA PARA O PRIMEIRO DA LISTA DE ESPERA
         PROMOVE-LISTA-ESPERA.

         IF FS-EVT-ESPERA = 0 THEN
            EXIT PARAGRAPH
         END-IF.

         MOVE 99999 TO WS-EVT-MIN-ORDEM.
         MOVE 0 TO WS-EVT-NIF-PROMOVIDO.
         MOVE WS-EVT-COD TO FS-INS-CODEVT.
         MOVE 0 TO FS-INS-NIF.
         START FICINS KEY >= FS-INS-CHAVE
              INVALID KEY
              MOVE "10" TO FS-INS
         END-START.

         PERFORM UNTIL FS-INS NOT = "00"
            READ FICINS NEXT RECORD
               AT END
                  MOVE "10" TO FS-INS
               NOT AT END
                  IF FS-INS-CODEVT NOT = WS-EVT-COD THEN
                     MOVE "10" TO FS-INS
                  ELSE
                     IF (FS-INS-ESTADO = "ESPERA") AND
                        (FS-INS-ORDEM < WS-EVT-MIN-ORDEM) THEN
                        MOVE FS-INS-ORDEM TO WS-EVT-MIN-ORDEM
                        MOVE FS-INS-NIF TO WS-EVT-NIF-PROMOVIDO
                     END-IF
                  END-IF
            END-READ
         END-PERFORM.

         IF WS-EVT-NIF-PROMOVIDO = 0 THEN
            EXIT PARAGRAPH
         END-IF.

         MOVE WS-EVT-COD TO FS-INS-CODEVT.
         MOVE WS-EVT-NIF-PROMOVIDO TO FS-INS-NIF.
         READ FICINS
           INVALID KEY
              EXIT PARAGRAPH
         END-READ.
         MOVE "INSCRITO" TO FS-INS-ESTADO.
         REWRITE REGISTO-INS
         END-REWRITE.
         SUBTRACT 1 FROM FS-EVT-ESPERA.
         ADD 1 TO FS-EVT-INSCRITOS.

         MOVE SPACES TO WS-MSG-ERRO.
         STRING "INSCRICAO CANCELADA. LUGAR ATRIBUIDO AO NIF "
            WS-EVT-NIF-PROMOVIDO " DA LISTA DE ESPERA"
            DELIMITED BY SIZE
            INTO WS-MSG-ERRO
         END-STRING.

         MOVE "PROMOVER LISTA ESPERA" TO WS-AUD-ACAO.
         MOVE "EVENTO" TO WS-AUD-ENTIDADE.
         MOVE FUNCTION CONCATENATE (WS-EVT-COD, "/",
             WS-EVT-NIF-PROMOVIDO(6:4)) TO WS-AUD-CHAVE.
         PERFORM REGISTAR-AUDITORIA.

         REGISTAR-PRESENCAS-EVT.

         MOVE 0 TO WS-EVT-COD.
         MOVE "REGISTAR PRESENCAS" TO WS-OP.
         MOVE "ESC PARA SAIR" TO WS-ESTADO.
         DISPLAY CLS.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         DISPLAY "COD EVENTO:" AT 1015 FOREGROUND-COLOR 6.
         ACCEPT WS-EVT-COD AT 1027.

         IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
               GO INICIO-EVENTOS
         END-IF.

         OPEN INPUT FICEVT.
         MOVE WS-EVT-COD TO FS-CODEVT.
         READ FICEVT
           INVALID KEY
              MOVE "EVENTO NAO EXISTENTE!" TO WS-MSG-ERRO
              PERFORM MOSTRA-ERRO
              CLOSE FICEVT
              GO REGISTAR-PRESENCAS-EVT
         END-READ.
         CLOSE FICEVT.

         DISPLAY FS-EVT-TITULO AT 1033 FOREGROUND-COLOR 6.
         DISPLAY "PRESENTE (S/N), ESC TERMINA:" AT 1215
         FOREGROUND-COLOR 6.
         MOVE 0 TO WS-EVT-PRESENTES.

         OPEN INPUT FICCLI.
         OPEN I-O FICINS.
         MOVE WS-EVT-COD TO FS-INS-CODEVT.
         MOVE 0 TO FS-INS-NIF.
         START FICINS KEY >= FS-INS-CHAVE
              INVALID KEY
              MOVE "10" TO FS-INS
         END-START.

         PERFORM UNTIL FS-INS NOT = "00"
            READ FICINS NEXT RECORD
               AT END
                  MOVE "10" TO FS-INS
               NOT AT END
                  IF FS-INS-CODEVT NOT = WS-EVT-COD THEN
                     MOVE "10" TO FS-INS
                  ELSE
                     IF FS-INS-ESTADO = "INSCRITO" THEN
                        PERFORM MARCA-PRESENCA-EVT
                     END-IF
                  END-IF
            END-READ
         END-PERFORM.

         CLOSE FICINS.
         CLOSE FICCLI.

         MOVE "REGISTAR PRESENCAS EVENTO" TO WS-AUD-ACAO.
         MOVE "EVENTO" TO WS-AUD-ENTIDADE.
         MOVE WS-EVT-COD TO WS-AUD-CHAVE.
         PERFORM REGISTAR-AUDITORIA.

         MOVE WS-EVT-PRESENTES TO WS-EVT-NUM-ED.
         MOVE FUNCTION CONCATENATE ("PRESENCAS REGISTADAS: ",
             WS-EVT-NUM-ED) TO WS-MSG-ERRO.
         PERFORM MOSTRA-ERRO.
         GO INICIO-EVENTOS.

         MARCA-PRESENCA-EVT.

         MOVE FS-INS-NIF TO FS-NIF.
         MOVE SPACES TO FS-NOME.
         READ FICCLI
           INVALID KEY
              MOVE "(CLIENTE NAO EXISTE)" TO FS-NOME
         END-READ.

         DISPLAY FS-INS-NIF AT 1415 FOREGROUND-COLOR 6.
         DISPLAY FS-NOME AT 1426 ERASE EOL FOREGROUND-COLOR 6.
         MOVE FS-INS-PRESENCA TO WS-EVT-PRESENCA.

         PERFORM WITH TEST AFTER UNTIL VALIDA-PRESENCA
           ACCEPT WS-EVT-PRESENCA AT 1458
               IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
                   MOVE "10" TO FS-INS
                   EXIT PARAGRAPH
               END-IF
               IF NOT VALIDA-PRESENCA THEN
                   MOVE "TEM DE RESPONDER S OU N" TO WS-MSG-ERRO
                   PERFORM MOSTRA-ERRO
               END-IF
         END-PERFORM.

         MOVE FUNCTION UPPER-CASE(WS-EVT-PRESENCA) TO FS-INS-PRESENCA.
         REWRITE REGISTO-INS
         END-REWRITE.
         IF FS-INS-PRESENCA = "S" THEN
            ADD 1 TO WS-EVT-PRESENTES
         END-IF.

         FOLHA-PRESENCAS-EVT.

         MOVE 0 TO WS-EVT-COD.
         MOVE "FOLHA DE PRESENCAS" TO WS-OP.
         MOVE "ESC PARA SAIR" TO WS-ESTADO.
         DISPLAY CLS.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         DISPLAY "COD EVENTO:" AT 1015 FOREGROUND-COLOR 6.
         ACCEPT WS-EVT-COD AT 1027.

         IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
               GO INICIO-EVENTOS
         END-IF.

         OPEN INPUT FICEVT.
         MOVE WS-EVT-COD TO FS-CODEVT.
         READ FICEVT
           INVALID KEY
              MOVE "EVENTO NAO EXISTENTE!" TO WS-MSG-ERRO
              PERFORM MOSTRA-ERRO
              CLOSE FICEVT
              GO FOLHA-PRESENCAS-EVT
         END-READ.
         CLOSE FICEVT.

         OPEN INPUT FICFIL.
         MOVE FS-EVT-CODFILIAL TO FS-CODFILIAL-F.
         READ FICFIL
           INVALID KEY
              MOVE SPACES TO FS-NOME-FILIAL
         END-READ.
         CLOSE FICFIL.

         OPEN OUTPUT FICFPR.
         MOVE FS-EVT-DATA TO WS-EVT-DATA-W.
         MOVE FS-EVT-HORA TO WS-EVT-HORA-W.
         MOVE SPACES TO FS-FPR-LINHA.
         STRING "FOLHA DE PRESENCAS - EVENTO " FS-CODEVT " - "
            FS-EVT-TITULO
            DELIMITED BY SIZE
            INTO FS-FPR-LINHA
         END-STRING.
         WRITE REGISTO-FPR.
         MOVE SPACES TO FS-FPR-LINHA.
         STRING "DATA " WS-EVT-DATA-DIA "-" WS-EVT-DATA-MES "-"
            WS-EVT-DATA-ANO " AS " WS-EVT-HORA-HH ":" WS-EVT-HORA-MM
            " - FILIAL " FS-EVT-CODFILIAL " " FS-NOME-FILIAL
            DELIMITED BY SIZE
            INTO FS-FPR-LINHA
         END-STRING.
         WRITE REGISTO-FPR.
         MOVE SPACES TO FS-FPR-LINHA.
         WRITE REGISTO-FPR.
         MOVE "ORD   NIF       NOME                           PAGO RES"
         & "PONSAVEL                  ASSINATURA" TO FS-FPR-LINHA.
         WRITE REGISTO-FPR.

         MOVE 0 TO WS-EVT-CONT.
         MOVE "INSCRITO" TO WS-EVT-ESTADO-ANT.
         PERFORM ESCREVE-FOLHA-PRESENCAS.

         MOVE SPACES TO FS-FPR-LINHA.
         WRITE REGISTO-FPR.
         MOVE "LISTA DE ESPERA" TO FS-FPR-LINHA.
         WRITE REGISTO-FPR.
         MOVE "ESPERA" TO WS-EVT-ESTADO-ANT.
         PERFORM ESCREVE-FOLHA-PRESENCAS.

         CLOSE FICFPR.

         MOVE WS-EVT-CONT TO WS-EVT-NUM-ED.
         MOVE FUNCTION CONCATENATE (WS-EVT-NUM-ED,
             " INSCRICOES GRAVADAS EM FOLHA_PRESENCAS.TXT") TO
             WS-MSG-ERRO.
         PERFORM MOSTRA-ERRO.
         GO INICIO-EVENTOS.

         ESCREVE-FOLHA-PRESENCAS.

         OPEN INPUT FICCLI.
         OPEN INPUT FICINS.
         MOVE WS-EVT-COD TO FS-INS-CODEVT.
         MOVE 0 TO FS-INS-NIF.
         START FICINS KEY >= FS-INS-CHAVE
              INVALID KEY
              MOVE "10" TO FS-INS
         END-START.

         PERFORM UNTIL FS-INS NOT = "00"
            READ FICINS NEXT RECORD
               AT END
                  MOVE "10" TO FS-INS
               NOT AT END
                  IF FS-INS-CODEVT NOT = WS-EVT-COD THEN
                     MOVE "10" TO FS-INS
                  ELSE
                     IF FS-INS-ESTADO = WS-EVT-ESTADO-ANT THEN
                        PERFORM ESCREVE-LINHA-PRESENCA
                     END-IF
                  END-IF
            END-READ
         END-PERFORM.

         CLOSE FICINS.
         CLOSE FICCLI.

         ESCREVE-LINHA-PRESENCA.

         MOVE FS-INS-NIF TO FS-NIF.
         MOVE SPACES TO FS-NOME.
         READ FICCLI
           INVALID KEY
              MOVE "(CLIENTE NAO EXISTE)" TO FS-NOME
         END-READ.
         MOVE FS-NOME TO WS-EVT-NOME.

         MOVE SPACES TO WS-EVT-NOME-RESP.
         IF FS-INS-NIF-RESP NOT = 0 THEN
            MOVE FS-INS-NIF-RESP TO FS-NIF
            READ FICCLI
              INVALID KEY
                 MOVE SPACES TO FS-NOME
            END-READ
            MOVE FS-NOME TO WS-EVT-NOME-RESP
         END-IF.

         MOVE SPACES TO FS-FPR-LINHA.
         STRING FS-INS-ORDEM " " FS-INS-NIF " " WS-EVT-NOME " "
            FS-INS-PAGO "    " WS-EVT-NOME-RESP(1:25) " ____________"
            DELIMITED BY SIZE
            INTO FS-FPR-LINHA
         END-STRING.
         WRITE REGISTO-FPR.
         ADD 1 TO WS-EVT-CONT.

         RELATORIO-AFLUENCIA-EVT.

         MOVE "RELATORIO DE AFLUENCIA" TO WS-OP.
         MOVE "ESC PARA SAIR" TO WS-ESTADO.
         DISPLAY CLS.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         DISPLAY "EVT  TITULO                    DATA     FI CAP INS "
         & "ESP PRE %OCUP %COMP" LINE 06 COL 01 FOREGROUND-COLOR 6.
         DISPLAY "***********************************"
         & "******************************************************"
         LINE 07 COL 01 FOREGROUND-COLOR 6.
         MOVE 9 TO WS-LINHA.
         MOVE 0 TO WS-EVT-CONT.

         OPEN OUTPUT FICAFL.
         MOVE SPACES TO FS-AFL-LINHA.
         STRING "AFLUENCIA AOS EVENTOS - " WRK-DIA "-" WRK-MES "-"
            WRK-ANO
            DELIMITED BY SIZE
            INTO FS-AFL-LINHA
         END-STRING.
         WRITE REGISTO-AFL.
         MOVE "EVT;TITULO;DATA;FILIAL;CAPACIDADE;INSCRITOS;ESPERA;"
         & "PRESENTES;%OCUPACAO;%COMPARENCIA;ESTADO" TO FS-AFL-LINHA.
         WRITE REGISTO-AFL.

         OPEN INPUT FICINS.
         OPEN INPUT FICEVT.

         IF FS-EVT = "00" THEN
            PERFORM UNTIL FS-EVT NOT = "00"
               READ FICEVT NEXT RECORD
                  AT END
                     MOVE "10" TO FS-EVT
                  NOT AT END
                     PERFORM CONTA-PRESENTES-EVT
                     PERFORM ESCREVE-AFLUENCIA-EVT
               END-READ
            END-PERFORM
         END-IF.

         CLOSE FICEVT.
         CLOSE FICINS.
         CLOSE FICAFL.

         MOVE "RELATORIO AFLUENCIA EVENTOS" TO WS-AUD-ACAO.
         MOVE "EVENTO" TO WS-AUD-ENTIDADE.
         MOVE WS-EVT-CONT TO WS-AUD-CHAVE.
         PERFORM REGISTAR-AUDITORIA.

         MOVE "RELATORIO GRAVADO EM AFLUENCIA_EVENTOS.TXT" TO
             WS-MSG-ERRO.
         PERFORM MOSTRA-ERRO.
         GO INICIO-EVENTOS.

         CONTA-PRESENTES-EVT.

         MOVE 0 TO WS-EVT-PRESENTES.
         MOVE FS-CODEVT TO FS-INS-CODEVT.
         MOVE 0 TO FS-INS-NIF.
         START FICINS KEY >= FS-INS-CHAVE
              INVALID KEY
              MOVE "10" TO FS-INS
         END-START.

         PERFORM UNTIL FS-INS NOT = "00"
            READ FICINS NEXT RECORD
               AT END
                  MOVE "10" TO FS-INS
               NOT AT END
                  IF FS-INS-CODEVT NOT = FS-CODEVT THEN
                     MOVE "10" TO FS-INS
                  ELSE
                     IF (FS-INS-ESTADO = "INSCRITO") AND
                        (FS-INS-PRESENCA = "S") THEN
                        ADD 1 TO WS-EVT-PRESENTES
                     END-IF
                  END-IF
            END-READ
         END-PERFORM.
         MOVE "00" TO FS-INS.

         ESCREVE-AFLUENCIA-EVT.

         ADD 1 TO WS-EVT-CONT.
         MOVE 0 TO WS-EVT-PERC-OCUP.
         MOVE 0 TO WS-EVT-PERC-COMP.
         IF FS-EVT-CAPACIDADE > 0 THEN
            COMPUTE WS-EVT-PERC-OCUP ROUNDED =
                FS-EVT-INSCRITOS * 100 / FS-EVT-CAPACIDADE
         END-IF.
         IF FS-EVT-INSCRITOS > 0 THEN
            COMPUTE WS-EVT-PERC-COMP ROUNDED =
                WS-EVT-PRESENTES * 100 / FS-EVT-INSCRITOS
         END-IF.

         MOVE SPACES TO FS-AFL-LINHA.
         STRING FS-CODEVT ";" FUNCTION TRIM(FS-EVT-TITULO) ";"
            FS-EVT-DATA ";" FS-EVT-CODFILIAL ";" FS-EVT-CAPACIDADE ";"
            FS-EVT-INSCRITOS ";" FS-EVT-ESPERA ";" WS-EVT-PRESENTES
            ";" WS-EVT-PERC-OCUP ";" WS-EVT-PERC-COMP ";"
            FS-EVT-ESTADO
            DELIMITED BY SIZE
            INTO FS-AFL-LINHA
         END-STRING.
         WRITE REGISTO-AFL.

         IF WS-LINHA < 23 THEN
            DISPLAY FS-CODEVT LINE WS-LINHA COL 01 FOREGROUND-COLOR 6
            DISPLAY FS-EVT-TITULO(1:25) LINE WS-LINHA COL 06
            FOREGROUND-COLOR 6
            DISPLAY FS-EVT-DATA LINE WS-LINHA COL 32
            FOREGROUND-COLOR 6
            DISPLAY FS-EVT-CODFILIAL LINE WS-LINHA COL 41
            FOREGROUND-COLOR 6
            DISPLAY FS-EVT-CAPACIDADE LINE WS-LINHA COL 44
            FOREGROUND-COLOR 6
            DISPLAY FS-EVT-INSCRITOS LINE WS-LINHA COL 48
            FOREGROUND-COLOR 6
            DISPLAY FS-EVT-ESPERA LINE WS-LINHA COL 52
            FOREGROUND-COLOR 6
            DISPLAY WS-EVT-PRESENTES LINE WS-LINHA COL 56
            FOREGROUND-COLOR 6
            DISPLAY WS-EVT-PERC-OCUP LINE WS-LINHA COL 61
            FOREGROUND-COLOR 6
            DISPLAY WS-EVT-PERC-COMP LINE WS-LINHA COL 67
            FOREGROUND-COLOR 6
            ADD 1 TO WS-LINHA
         END-IF.

         CATALOGO-UNIMARC.

         MOVE "CATALOGO UNIMARC" TO WS-OP.
         MOVE "ESC PARA SAIR" TO WS-ESTADO.
         DISPLAY CLS.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.

         MOVE SPACES TO WS-UNM-OPCAO.
         DISPLAY "(E)XPORTAR OU (I)MPORTAR REGISTOS UNIMARC?: " AT 1015
         FOREGROUND-COLOR 4 HIGHLIGHT.
         ACCEPT WS-UNM-OPCAO AT 1060.

         IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
               GO MENU-INICIAL
         END-IF.

         COMPUTE WS-UNM-DATA-HOJE = WRK-ANO * 10000 + WRK-MES * 100
             + WRK-DIA.

         OPEN INPUT FICFIL.
         MOVE WS-FILIAL-LOGADA TO FS-CODFILIAL-F.
         READ FICFIL
           INVALID KEY
              MOVE "VILABIBLIO" TO FS-NOME-FILIAL
         END-READ.
         MOVE FS-NOME-FILIAL TO WS-UNM-BIBLIOTECA.
         CLOSE FICFIL.

         IF UNM-EXPORTAR THEN
            GO EXPORTAR-UNIMARC
         END-IF.
         IF UNM-IMPORTAR THEN
            GO IMPORTAR-UNIMARC
         END-IF.
         GO MENU-INICIAL.

         EXPORTAR-UNIMARC.

         MOVE "EXPORTAR UNIMARC" TO WS-OP.
         MOVE "ESC PARA SAIR" TO WS-ESTADO.
         DISPLAY CLS.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.

         MOVE "T" TO WS-UNM-SELECAO.
         MOVE 0 TO WS-UNM-COD-DE.
         MOVE 0 TO WS-UNM-COD-ATE.
         MOVE 0 TO WS-UNM-DATA-DE.
         MOVE 0 TO WS-UNM-CODPARC.
         ACCEPT LAYOUT-UNIMARC-EXP.

         IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
               GO MENU-INICIAL
         END-IF.

         IF NOT VALIDA-UNM-SELECAO THEN
             MOVE "SELECAO: (T)ODOS (I)NTERVALO (A)LTERADOS" TO
             WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
             GO EXPORTAR-UNIMARC
         END-IF.

         IF UNM-SEL-INTERVALO AND
            ((WS-UNM-COD-DE = 0) OR (WS-UNM-COD-ATE < WS-UNM-COD-DE))
         THEN
             MOVE "INTERVALO DE COD-LIVRO INVALIDO" TO WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
             GO EXPORTAR-UNIMARC
         END-IF.

         IF UNM-SEL-ALTERADOS AND
            ((WS-UNM-DATA-DE < 20000101) OR
             (WS-UNM-DATA-DE > WS-UNM-DATA-HOJE)) THEN
             MOVE "DATA DE ALTERACAO INVALIDA" TO WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
             GO EXPORTAR-UNIMARC
         END-IF.

         MOVE "UNIMARC_EXPORT.MRC" TO WS-UNM-NOME.
         IF WS-UNM-CODPARC NOT = 0 THEN
            OPEN INPUT FICPARC
            MOVE WS-UNM-CODPARC TO FS-CODPARC
            READ FICPARC
              INVALID KEY
                 MOVE "PARCEIRO NAO EXISTENTE!" TO WS-MSG-ERRO
                 PERFORM MOSTRA-ERRO
                 CLOSE FICPARC
                 GO EXPORTAR-UNIMARC
            END-READ
            CLOSE FICPARC
            MOVE SPACES TO WS-UNM-NOME
            STRING "UNIMARC_PARC_" WS-UNM-CODPARC ".MRC"
               DELIMITED BY SIZE
               INTO WS-UNM-NOME
            END-STRING
         END-IF.

      * OS TITULOS ALTERADOS SAO OS QUE TEM MOVIMENTO NA AUDITORIA
         IF UNM-SEL-ALTERADOS THEN
            PERFORM MARCA-LIVROS-ALTERADOS
         END-IF.

         MOVE 0 TO WS-UNM-EXPORTADOS.
         OPEN OUTPUT FICUNM.
         OPEN INPUT FICTEM.
         OPEN INPUT FICAUT.
         OPEN INPUT FICLIV.

         IF FS-LIV = "00" THEN
            PERFORM UNTIL FS-LIV NOT = "00"
               READ FICLIV NEXT RECORD
                  AT END
                     MOVE "10" TO FS-LIV
                  NOT AT END
                     MOVE 1 TO WS-UNM-SEL
                     IF UNM-SEL-INTERVALO AND
                        ((FS-CODLIVRO < WS-UNM-COD-DE) OR
                         (FS-CODLIVRO > WS-UNM-COD-ATE)) THEN
                        MOVE 0 TO WS-UNM-SEL
                     END-IF
                     IF UNM-SEL-ALTERADOS AND (FS-CODLIVRO > 0) THEN
                        IF WS-UNM-ALTERADO(FS-CODLIVRO) NOT = "S" THEN
                           MOVE 0 TO WS-UNM-SEL
                        END-IF
                     END-IF
                     IF WS-UNM-SEL = 1 THEN
                        PERFORM ESCREVE-REGISTO-UNIMARC
                     END-IF
               END-READ
            END-PERFORM
         END-IF.

         CLOSE FICLIV.
         CLOSE FICAUT.
         CLOSE FICTEM.
         CLOSE FICUNM.

         MOVE "EXPORTAR UNIMARC" TO WS-AUD-ACAO.
         MOVE "LIVRO" TO WS-AUD-ENTIDADE.
         MOVE WS-UNM-EXPORTADOS TO WS-AUD-CHAVE.
         PERFORM REGISTAR-AUDITORIA.

         MOVE FUNCTION CONCATENATE (WS-UNM-EXPORTADOS,
             " REGISTOS EXPORTADOS PARA ", WS-UNM-NOME) TO WS-MSG-ERRO.
         PERFORM MOSTRA-ERRO.

         GO MENU-INICIAL.

         MARCA-LIVROS-ALTERADOS.

         MOVE ALL "N" TO WS-UNM-TAB-ALT.
         OPEN INPUT FICAUD.

         IF FS-AUD = "00" THEN
            PERFORM UNTIL FS-AUD NOT = "00"
               READ FICAUD
                  AT END
                     CONTINUE
                  NOT AT END
                     IF (FS-AUD-ENT-REG = "LIVRO") AND
                        (FS-AUD-CHAVE-REG(1:4) IS NUMERIC) AND
                        FS-AUD-DATA-REG(1:2) IS NUMERIC AND
                        FS-AUD-DATA-REG(4:2) IS NUMERIC AND
                        FS-AUD-DATA-REG(7:4) IS NUMERIC THEN
                        MOVE FS-AUD-DATA-REG(7:4) TO
                            WS-AUD-REG-DATA-NUM(1:4)
                        MOVE FS-AUD-DATA-REG(4:2) TO
                            WS-AUD-REG-DATA-NUM(5:2)
                        MOVE FS-AUD-DATA-REG(1:2) TO
                            WS-AUD-REG-DATA-NUM(7:2)
                        MOVE FS-AUD-CHAVE-REG(1:4) TO WS-UNM-COD-W
                        IF (WS-AUD-REG-DATA-NUM >= WS-UNM-DATA-DE) AND
                           (WS-UNM-COD-W > 0) THEN
                           MOVE "S" TO WS-UNM-ALTERADO(WS-UNM-COD-W)
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
         END-IF.

         CLOSE FICAUD.

      * UM REGISTO ISO 2709: LEADER, DIRECTORIO E CAMPOS, UM POR LINHA
         ESCREVE-REGISTO-UNIMARC.

         MOVE 0 TO WS-UNM-NCAMPOS.

         MOVE FS-CODLIVRO TO WS-UNM-COD-W.
         MOVE "001" TO WS-UNM-TAG-W.
         MOVE SPACES TO WS-UNM-CAMPO-W.
         MOVE 1 TO WS-UNM-PTR.
         STRING WS-UNM-COD-W DELIMITED BY SIZE
            INTO WS-UNM-CAMPO-W WITH POINTER WS-UNM-PTR
         END-STRING.
         PERFORM ADICIONA-CAMPO-UNIMARC.

         IF FS-ISBN NOT = SPACES THEN
            MOVE "010" TO WS-UNM-TAG-W
            MOVE SPACES TO WS-UNM-CAMPO-W
            MOVE 1 TO WS-UNM-PTR
            STRING "  " WS-UNM-SEP-SUB "a" DELIMITED BY SIZE
               FS-ISBN DELIMITED BY SPACE
               INTO WS-UNM-CAMPO-W WITH POINTER WS-UNM-PTR
            END-STRING
            PERFORM ADICIONA-CAMPO-UNIMARC
         END-IF.

         MOVE "100" TO WS-UNM-TAG-W.
         MOVE SPACES TO WS-UNM-CAMPO-W.
         MOVE 1 TO WS-UNM-PTR.
         STRING "  " WS-UNM-SEP-SUB "a" WS-UNM-DATA-HOJE
            "u||||    " "    " "0por" "y50      ba"
            DELIMITED BY SIZE
            INTO WS-UNM-CAMPO-W WITH POINTER WS-UNM-PTR
         END-STRING.
         PERFORM ADICIONA-CAMPO-UNIMARC.

         MOVE "101" TO WS-UNM-TAG-W.
         MOVE SPACES TO WS-UNM-CAMPO-W.
         MOVE 1 TO WS-UNM-PTR.
         STRING "0 " WS-UNM-SEP-SUB "apor" DELIMITED BY SIZE
            INTO WS-UNM-CAMPO-W WITH POINTER WS-UNM-PTR
         END-STRING.
         PERFORM ADICIONA-CAMPO-UNIMARC.

         MOVE "200" TO WS-UNM-TAG-W.
         MOVE SPACES TO WS-UNM-CAMPO-W.
         MOVE 1 TO WS-UNM-PTR.
         STRING "1 " WS-UNM-SEP-SUB "a" DELIMITED BY SIZE
            FUNCTION TRIM(FS-TITULO) DELIMITED BY SIZE
            INTO WS-UNM-CAMPO-W WITH POINTER WS-UNM-PTR
         END-STRING.
         PERFORM ADICIONA-CAMPO-UNIMARC.

         PERFORM VARYING WS-UNM-K FROM 1 BY 1 UNTIL WS-UNM-K > 3
            IF FS-CODTEMA1(WS-UNM-K) > 0 THEN
               MOVE FS-CODTEMA1(WS-UNM-K) TO FS-CODTEMA
               READ FICTEM
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "606" TO WS-UNM-TAG-W
                    MOVE SPACES TO WS-UNM-CAMPO-W
                    MOVE 1 TO WS-UNM-PTR
                    STRING "  " WS-UNM-SEP-SUB "a" DELIMITED BY SIZE
                       FUNCTION TRIM(FS-TEMA) DELIMITED BY SIZE
                       INTO WS-UNM-CAMPO-W WITH POINTER WS-UNM-PTR
                    END-STRING
                    PERFORM ADICIONA-CAMPO-UNIMARC
               END-READ
            END-IF
         END-PERFORM.

      * 700 PARA O AUTOR PRINCIPAL, 701 PARA OS CO-AUTORES
         MOVE "700" TO WS-UNM-TAG-AUT.
         PERFORM VARYING WS-UNM-K FROM 1 BY 1 UNTIL WS-UNM-K > 3
            IF FS-CODAUTOR1(WS-UNM-K) > 0 THEN
               MOVE FS-CODAUTOR1(WS-UNM-K) TO FS-CODAUTOR
               READ FICAUT
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF FS-AUTOR NOT = SPACES THEN
                       PERFORM SEPARA-NOME-AUTOR
                       MOVE WS-UNM-TAG-AUT TO WS-UNM-TAG-W
                       MOVE SPACES TO WS-UNM-CAMPO-W
                       MOVE 1 TO WS-UNM-PTR
                       STRING " 1" WS-UNM-SEP-SUB "a" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-UNM-APELIDO)
                          DELIMITED BY SIZE
                          INTO WS-UNM-CAMPO-W WITH POINTER WS-UNM-PTR
                       END-STRING
                       IF WS-UNM-PRENOME NOT = SPACES THEN
                          STRING WS-UNM-SEP-SUB "b" DELIMITED BY SIZE
                             FUNCTION TRIM(WS-UNM-PRENOME)
                             DELIMITED BY SIZE
                             INTO WS-UNM-CAMPO-W
                             WITH POINTER WS-UNM-PTR
                          END-STRING
                       END-IF
                       PERFORM ADICIONA-CAMPO-UNIMARC
                       MOVE "701" TO WS-UNM-TAG-AUT
                    END-IF
               END-READ
            END-IF
         END-PERFORM.

         MOVE "801" TO WS-UNM-TAG-W.
         MOVE SPACES TO WS-UNM-CAMPO-W.
         MOVE 1 TO WS-UNM-PTR.
         STRING " 0" WS-UNM-SEP-SUB "aPT" WS-UNM-SEP-SUB "bVilabiblio"
            WS-UNM-SEP-SUB "c" WS-UNM-DATA-HOJE
            DELIMITED BY SIZE
            INTO WS-UNM-CAMPO-W WITH POINTER WS-UNM-PTR
         END-STRING.
         PERFORM ADICIONA-CAMPO-UNIMARC.

      * 966 - EXISTENCIAS LOCAIS (FILIAL, COTA E N. DE EXEMPLARES)
         MOVE FS-NUM-EXEMPLARES TO WS-UNM-NEX-W.
         MOVE "966" TO WS-UNM-TAG-W.
         MOVE SPACES TO WS-UNM-CAMPO-W.
         MOVE 1 TO WS-UNM-PTR.
         STRING "  " WS-UNM-SEP-SUB "a" DELIMITED BY SIZE
            FUNCTION TRIM(WS-UNM-BIBLIOTECA) DELIMITED BY SIZE
            WS-UNM-SEP-SUB "l" DELIMITED BY SIZE
            FUNCTION TRIM(FS-LOCALIZACAO) DELIMITED BY SIZE
            WS-UNM-SEP-SUB "n" WS-UNM-NEX-W DELIMITED BY SIZE
            INTO WS-UNM-CAMPO-W WITH POINTER WS-UNM-PTR
         END-STRING.
         PERFORM ADICIONA-CAMPO-UNIMARC.

         MOVE SPACES TO WS-UNM-DIRECTORIO.
         MOVE SPACES TO WS-UNM-DADOS.
         MOVE 1 TO WS-UNM-PTR-DIR.
         MOVE 1 TO WS-UNM-PTR-DAD.
         MOVE 0 TO WS-UNM-POS.
         PERFORM VARYING WS-UNM-I FROM 1 BY 1
            UNTIL WS-UNM-I > WS-UNM-NCAMPOS
            MOVE WS-UNM-C-TAM(WS-UNM-I) TO WS-UNM-TAM4
            MOVE WS-UNM-POS TO WS-UNM-POS5
            STRING WS-UNM-C-TAG(WS-UNM-I) WS-UNM-TAM4 WS-UNM-POS5
               DELIMITED BY SIZE
               INTO WS-UNM-DIRECTORIO WITH POINTER WS-UNM-PTR-DIR
            END-STRING
            STRING WS-UNM-C-DADOS(WS-UNM-I)
               (1:WS-UNM-C-TAM(WS-UNM-I)) DELIMITED BY SIZE
               INTO WS-UNM-DADOS WITH POINTER WS-UNM-PTR-DAD
            END-STRING
            ADD WS-UNM-C-TAM(WS-UNM-I) TO WS-UNM-POS
         END-PERFORM.

         COMPUTE WS-UNM-TAM = WS-UNM-NCAMPOS * 12.
         COMPUTE WS-UNM-BASE = 24 + WS-UNM-TAM + 1.
         MOVE WS-UNM-BASE TO WS-UNM-LDR-BASE.
         COMPUTE WS-UNM-LDR-TAM = WS-UNM-BASE + WS-UNM-POS + 1.
         MOVE "n" TO WS-UNM-LDR-ESTADO.

         MOVE SPACES TO FS-UNM-LINHA.
         STRING WS-UNM-LEADER WS-UNM-DIRECTORIO(1:WS-UNM-TAM)
            WS-UNM-SEP-CAMPO WS-UNM-DADOS(1:WS-UNM-POS)
            WS-UNM-SEP-REG
            DELIMITED BY SIZE
            INTO FS-UNM-LINHA
         END-STRING.
         WRITE REGISTO-UNM.
         ADD 1 TO WS-UNM-EXPORTADOS.

         ADICIONA-CAMPO-UNIMARC.

         IF WS-UNM-NCAMPOS >= 20 THEN
            EXIT PARAGRAPH
         END-IF.
         ADD 1 TO WS-UNM-NCAMPOS.
         COMPUTE WS-UNM-TAM = WS-UNM-PTR - 1.
         MOVE WS-UNM-TAG-W TO WS-UNM-C-TAG(WS-UNM-NCAMPOS).
         MOVE SPACES TO WS-UNM-C-DADOS(WS-UNM-NCAMPOS).
         MOVE WS-UNM-CAMPO-W(1:WS-UNM-TAM) TO
             WS-UNM-C-DADOS(WS-UNM-NCAMPOS).
         MOVE WS-UNM-SEP-CAMPO TO
             WS-UNM-C-DADOS(WS-UNM-NCAMPOS)(WS-UNM-TAM + 1:1).
         COMPUTE WS-UNM-C-TAM(WS-UNM-NCAMPOS) = WS-UNM-TAM + 1.

      * "JOSE SARAMAGO" -> $a SARAMAGO $b JOSE
         SEPARA-NOME-AUTOR.

         MOVE SPACES TO WS-UNM-APELIDO.
         MOVE SPACES TO WS-UNM-PRENOME.
         MOVE FUNCTION TRIM(FS-AUTOR) TO WS-UNM-NOME-AUT.
         MOVE 40 TO WS-UNM-J.
         PERFORM UNTIL (WS-UNM-J = 1) OR
                       (WS-UNM-NOME-AUT(WS-UNM-J:1) NOT = SPACE)
            SUBTRACT 1 FROM WS-UNM-J
         END-PERFORM.
         MOVE WS-UNM-J TO WS-UNM-TAM.
         PERFORM UNTIL (WS-UNM-J = 1) OR
                       (WS-UNM-NOME-AUT(WS-UNM-J:1) = SPACE)
            SUBTRACT 1 FROM WS-UNM-J
         END-PERFORM.

         IF WS-UNM-J = 1 THEN
            MOVE WS-UNM-NOME-AUT TO WS-UNM-APELIDO
         ELSE
            MOVE WS-UNM-NOME-AUT(WS-UNM-J + 1:WS-UNM-TAM - WS-UNM-J)
                TO WS-UNM-APELIDO
            MOVE WS-UNM-NOME-AUT(1:WS-UNM-J - 1) TO WS-UNM-PRENOME
         END-IF.

         IMPORTAR-UNIMARC.

         MOVE "IMPORTAR UNIMARC" TO WS-OP.
         MOVE "A PROCESSAR UNIMARC_IMPORT.MRC" TO WS-ESTADO.
         DISPLAY CLS.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.

         MOVE 0 TO WS-UNM-LIDOS.
         MOVE 0 TO WS-UNM-CRIADOS.
         MOVE 0 TO WS-UNM-ATUALIZADOS.
         MOVE 0 TO WS-UNM-REJEITADOS.

         MOVE "UNIMARC_IMPORT.MRC" TO WS-UNM-NOME.
         OPEN INPUT FICUNM.

         IF FS-UNM NOT = "00" THEN
            MOVE "UNIMARC_IMPORT.MRC NAO ENCONTRADO" TO WS-MSG-ERRO
            PERFORM MOSTRA-ERRO
            CLOSE FICUNM
            GO MENU-INICIAL
         END-IF.

         MOVE 0 TO WS-UNM-MAX-LIVRO.
         OPEN INPUT FICLIV.
         IF FS-LIV = "00" THEN
            PERFORM UNTIL FS-LIV NOT = "00"
               READ FICLIV NEXT RECORD
                  AT END
                     MOVE "10" TO FS-LIV
                  NOT AT END
                     IF FS-CODLIVRO > WS-UNM-MAX-LIVRO THEN
                        MOVE FS-CODLIVRO TO WS-UNM-MAX-LIVRO
                     END-IF
               END-READ
            END-PERFORM
         END-IF.
         CLOSE FICLIV.

         OPEN OUTPUT FICUNR.
         MOVE "REGISTO;ISBN;TITULO;MOTIVO" TO FS-UNR-LINHA.
         WRITE REGISTO-UNR.

      * A LINHA PODE TRAZER UM OU VARIOS REGISTOS SEGUIDOS
         PERFORM UNTIL FS-UNM NOT = "00"
            READ FICUNM
               AT END
                  CONTINUE
               NOT AT END
                  MOVE 1 TO WS-UNM-POS-LINHA
                  PERFORM UNTIL WS-UNM-POS-LINHA > 3976
                     IF FS-UNM-LINHA(WS-UNM-POS-LINHA:1) = SPACE THEN
                        MOVE 9999 TO WS-UNM-POS-LINHA
                     ELSE
                        PERFORM SEPARA-REGISTO-UNIMARC
                     END-IF
                  END-PERFORM
            END-READ
         END-PERFORM.

         CLOSE FICUNM.
         CLOSE FICUNR.

         MOVE "IMPORTAR UNIMARC" TO WS-AUD-ACAO.
         MOVE "LIVRO" TO WS-AUD-ENTIDADE.
         MOVE WS-UNM-LIDOS TO WS-AUD-CHAVE.
         PERFORM REGISTAR-AUDITORIA.

         MOVE FUNCTION CONCATENATE (WS-UNM-CRIADOS, " NOVOS, ",
             WS-UNM-ATUALIZADOS, " ATUALIZADOS, ", WS-UNM-REJEITADOS,
             " REJEITADOS EM UNIMARC_REJEITADOS.TXT") TO WS-MSG-ERRO.
         PERFORM MOSTRA-ERRO.

         GO MENU-INICIAL.

         SEPARA-REGISTO-UNIMARC.

         ADD 1 TO WS-UNM-LIDOS.
         MOVE SPACES TO WS-UNM-ISBN.
         MOVE SPACES TO WS-UNM-TITULO.
         MOVE SPACES TO WS-UNM-MOTIVO.

         IF FS-UNM-LINHA(WS-UNM-POS-LINHA:5) IS NOT NUMERIC THEN
            MOVE "LEADER INVALIDO" TO WS-UNM-MOTIVO
            MOVE 9999 TO WS-UNM-POS-LINHA
            PERFORM REJEITA-REGISTO-UNIMARC
            EXIT PARAGRAPH
         END-IF.

         MOVE FS-UNM-LINHA(WS-UNM-POS-LINHA:5) TO WS-UNM-TAM-REG.
         IF (WS-UNM-TAM-REG < 26) OR
            (WS-UNM-POS-LINHA + WS-UNM-TAM-REG - 1 > 4000) THEN
            MOVE "COMPRIMENTO DO REGISTO INVALIDO" TO WS-UNM-MOTIVO
            MOVE 9999 TO WS-UNM-POS-LINHA
            PERFORM REJEITA-REGISTO-UNIMARC
            EXIT PARAGRAPH
         END-IF.

         MOVE SPACES TO WS-UNM-REGISTO.
         MOVE FS-UNM-LINHA(WS-UNM-POS-LINHA:WS-UNM-TAM-REG) TO
             WS-UNM-REGISTO.
         ADD WS-UNM-TAM-REG TO WS-UNM-POS-LINHA.

         PERFORM LE-CAMPOS-UNIMARC.

         IF WS-UNM-MOTIVO = SPACES THEN
            PERFORM GRAVA-LIVRO-UNIMARC
         END-IF.

         IF WS-UNM-MOTIVO NOT = SPACES THEN
            PERFORM REJEITA-REGISTO-UNIMARC
         END-IF.

         LE-CAMPOS-UNIMARC.

         MOVE 0 TO WS-UNM-NAUT.
         MOVE 0 TO WS-UNM-NTEM.
         MOVE SPACES TO WS-UNM-TAB-AUT.
         MOVE SPACES TO WS-UNM-TAB-TEM.

         IF WS-UNM-REGISTO(13:5) IS NOT NUMERIC THEN
            MOVE "LEADER INVALIDO" TO WS-UNM-MOTIVO
            EXIT PARAGRAPH
         END-IF.
         MOVE WS-UNM-REGISTO(13:5) TO WS-UNM-BASE.
         IF (WS-UNM-BASE < 37) OR (WS-UNM-BASE >= WS-UNM-TAM-REG) THEN
            MOVE "ENDERECO BASE INVALIDO" TO WS-UNM-MOTIVO
            EXIT PARAGRAPH
         END-IF.
         COMPUTE WS-UNM-NDIR = (WS-UNM-BASE - 25) / 12.

         PERFORM VARYING WS-UNM-I FROM 1 BY 1
            UNTIL (WS-UNM-I > WS-UNM-NDIR) OR
                  (WS-UNM-MOTIVO NOT = SPACES)
            COMPUTE WS-UNM-POS = 25 + (WS-UNM-I - 1) * 12
            IF WS-UNM-REGISTO(WS-UNM-POS + 3:9) IS NOT NUMERIC THEN
               MOVE "DIRECTORIO INVALIDO" TO WS-UNM-MOTIVO
            ELSE
               MOVE WS-UNM-REGISTO(WS-UNM-POS:3) TO WS-UNM-TAG-W
               MOVE WS-UNM-REGISTO(WS-UNM-POS + 3:4) TO WS-UNM-TAM
               MOVE WS-UNM-REGISTO(WS-UNM-POS + 7:5) TO WS-UNM-INICIO
               IF (WS-UNM-TAM < 2) OR (WS-UNM-TAM > 301) OR
                  (WS-UNM-BASE + WS-UNM-INICIO + WS-UNM-TAM >=
                   WS-UNM-TAM-REG) THEN
                  MOVE "CAMPO FORA DO REGISTO" TO WS-UNM-MOTIVO
               ELSE
                  MOVE SPACES TO WS-UNM-CAMPO-W
                  MOVE WS-UNM-REGISTO(WS-UNM-BASE + WS-UNM-INICIO + 1:
                      WS-UNM-TAM - 1) TO WS-UNM-CAMPO-W
                  PERFORM TRATA-CAMPO-UNIMARC
               END-IF
            END-IF
         END-PERFORM.

         IF WS-UNM-MOTIVO NOT = SPACES THEN
            EXIT PARAGRAPH
         END-IF.

         IF (WS-UNM-ISBN = SPACES) OR
            ((FUNCTION LENGTH(FUNCTION TRIM(WS-UNM-ISBN)) NOT = 10) AND
             (FUNCTION LENGTH(FUNCTION TRIM(WS-UNM-ISBN)) NOT = 13))
         THEN
            MOVE "ISBN (010$a) EM FALTA OU INVALIDO" TO WS-UNM-MOTIVO
            EXIT PARAGRAPH
         END-IF.
         IF WS-UNM-TITULO = SPACES THEN
            MOVE "TITULO (200$a) EM FALTA" TO WS-UNM-MOTIVO
            EXIT PARAGRAPH
         END-IF.
         IF WS-UNM-NAUT = 0 THEN
            MOVE "AUTOR (700/701/702) EM FALTA" TO WS-UNM-MOTIVO
            EXIT PARAGRAPH
         END-IF.
         IF WS-UNM-NTEM = 0 THEN
            MOVE "ASSUNTO (606) EM FALTA" TO WS-UNM-MOTIVO
         END-IF.

         TRATA-CAMPO-UNIMARC.

         MOVE SPACES TO WS-UNM-TAB-SUB.
         UNSTRING WS-UNM-CAMPO-W DELIMITED BY WS-UNM-SEP-SUB
            INTO WS-UNM-SUB(1) WS-UNM-SUB(2) WS-UNM-SUB(3)
                 WS-UNM-SUB(4) WS-UNM-SUB(5) WS-UNM-SUB(6)
                 WS-UNM-SUB(7) WS-UNM-SUB(8)
         END-UNSTRING.

         EVALUATE WS-UNM-TAG-W
            WHEN "010"
               MOVE "a" TO WS-UNM-SUB-COD
               PERFORM OBTEM-SUBCAMPO-UNIMARC
               IF WS-UNM-ISBN = SPACES THEN
                  PERFORM NORMALIZA-ISBN-UNIMARC
               END-IF
            WHEN "200"
               MOVE "a" TO WS-UNM-SUB-COD
               PERFORM OBTEM-SUBCAMPO-UNIMARC
               IF WS-UNM-TITULO = SPACES THEN
                  MOVE WS-UNM-SUB-VALOR TO WS-UNM-TITULO
               END-IF
            WHEN "606"
               MOVE "a" TO WS-UNM-SUB-COD
               PERFORM OBTEM-SUBCAMPO-UNIMARC
               IF (WS-UNM-SUB-VALOR NOT = SPACES) AND
                  (WS-UNM-NTEM < 3) THEN
                  ADD 1 TO WS-UNM-NTEM
                  MOVE WS-UNM-SUB-VALOR TO WS-UNM-TEM(WS-UNM-NTEM)
               END-IF
            WHEN "700"
            WHEN "701"
            WHEN "702"
               MOVE "b" TO WS-UNM-SUB-COD
               PERFORM OBTEM-SUBCAMPO-UNIMARC
               MOVE WS-UNM-SUB-VALOR TO WS-UNM-PRENOME
               MOVE "a" TO WS-UNM-SUB-COD
               PERFORM OBTEM-SUBCAMPO-UNIMARC
               IF (WS-UNM-SUB-VALOR NOT = SPACES) AND
                  (WS-UNM-NAUT < 3) THEN
                  ADD 1 TO WS-UNM-NAUT
                  IF WS-UNM-PRENOME = SPACES THEN
                     MOVE WS-UNM-SUB-VALOR TO WS-UNM-AUT(WS-UNM-NAUT)
                  ELSE
                     MOVE FUNCTION CONCATENATE (
                         FUNCTION TRIM(WS-UNM-PRENOME), " ",
                         FUNCTION TRIM(WS-UNM-SUB-VALOR))
                         TO WS-UNM-AUT(WS-UNM-NAUT)
                  END-IF
               END-IF
            WHEN OTHER
               CONTINUE
         END-EVALUATE.

      * O 1o ELEMENTO SAO OS INDICADORES; CADA SUBCAMPO COMECA PELO
      * CODIGO DE 1 CARACTER
         OBTEM-SUBCAMPO-UNIMARC.

         MOVE SPACES TO WS-UNM-SUB-VALOR.
         PERFORM VARYING WS-UNM-K FROM 2 BY 1
            UNTIL (WS-UNM-K > 8) OR (WS-UNM-SUB-VALOR NOT = SPACES)
            IF WS-UNM-SUB(WS-UNM-K)(1:1) = WS-UNM-SUB-COD THEN
               MOVE WS-UNM-SUB(WS-UNM-K)(2:99) TO WS-UNM-SUB-VALOR
            END-IF
         END-PERFORM.

         NORMALIZA-ISBN-UNIMARC.

         MOVE WS-UNM-SUB-VALOR TO WS-UNM-ISBN-BRUTO.
         MOVE SPACES TO WS-UNM-ISBN.
         MOVE 0 TO WS-UNM-J.
         PERFORM VARYING WS-UNM-K FROM 1 BY 1
            UNTIL (WS-UNM-K > 30) OR (WS-UNM-J >= 13) OR
                  (WS-UNM-ISBN-BRUTO(WS-UNM-K:1) = SPACE)
            IF (WS-UNM-ISBN-BRUTO(WS-UNM-K:1) IS NUMERIC) OR
               (WS-UNM-ISBN-BRUTO(WS-UNM-K:1) = "X") OR
               (WS-UNM-ISBN-BRUTO(WS-UNM-K:1) = "x") THEN
               ADD 1 TO WS-UNM-J
               MOVE FUNCTION UPPER-CASE(WS-UNM-ISBN-BRUTO(WS-UNM-K:1))
                   TO WS-UNM-ISBN(WS-UNM-J:1)
            END-IF
         END-PERFORM.

      * CONCORDANCIA PELO ISBN: ATUALIZA O TITULO EXISTENTE OU CRIA
         GRAVA-LIVRO-UNIMARC.

         MOVE WS-UNM-ISBN TO WS-ISBN-BUSCA.
         PERFORM BUSCA-LIVRO-POR-ISBN.

         IF (WS-ISBN-ACHADO = 0) AND (WS-UNM-MAX-LIVRO >= 9999) THEN
            MOVE "CATALOGO CHEIO (COD-LIVRO 9999)" TO WS-UNM-MOTIVO
            EXIT PARAGRAPH
         END-IF.

         OPEN I-O FICAUT.
         OPEN I-O FICTEM.
         PERFORM RESOLVE-AUTORES-UNIMARC.
         IF WS-UNM-MOTIVO = SPACES THEN
            PERFORM RESOLVE-TEMAS-UNIMARC
         END-IF.
         CLOSE FICTEM.
         CLOSE FICAUT.
         IF WS-UNM-MOTIVO NOT = SPACES THEN
            EXIT PARAGRAPH
         END-IF.

         OPEN I-O FICLIV.
         IF WS-ISBN-ACHADO = 1 THEN
            MOVE WS-COD-ISBN TO FS-CODLIVRO
            READ FICLIV
              INVALID KEY
                 MOVE "LIVRO NAO EXISTENTE NA ATUALIZACAO" TO
                 WS-UNM-MOTIVO
            END-READ
         ELSE
            ADD 1 TO WS-UNM-MAX-LIVRO
            MOVE WS-UNM-MAX-LIVRO TO FS-CODLIVRO
            MOVE 0 TO FS-NUM-EXEMPLARES
            MOVE 0 TO FS-EXEMPLARES-DISP
            MOVE 0 TO FS-NUM-ALUGUERES-L
            MOVE 0 TO FS-PRECO-REPOSICAO
            MOVE SPACES TO FS-LOCALIZACAO
            MOVE WS-UNM-ISBN TO FS-ISBN
            PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
               MOVE 0 TO FS-FIL-NUM(WS-SUB)
               MOVE 0 TO FS-FIL-DISP(WS-SUB)
            END-PERFORM
         END-IF.

         IF WS-UNM-MOTIVO = SPACES THEN
            MOVE WS-UNM-TITULO TO FS-TITULO
            PERFORM VARYING WS-UNM-K FROM 1 BY 1 UNTIL WS-UNM-K > 3
               MOVE 0 TO FS-CODAUTOR1(WS-UNM-K)
               MOVE 0 TO FS-CODTEMA1(WS-UNM-K)
               IF WS-UNM-K <= WS-UNM-NAUT THEN
                  MOVE WS-UNM-AUT-COD(WS-UNM-K) TO
                      FS-CODAUTOR1(WS-UNM-K)
               END-IF
               IF WS-UNM-K <= WS-UNM-NTEM THEN
                  MOVE WS-UNM-TEM-COD(WS-UNM-K) TO
                      FS-CODTEMA1(WS-UNM-K)
               END-IF
            END-PERFORM
            IF WS-ISBN-ACHADO = 1 THEN
               REWRITE REGISTO-L
               END-REWRITE
               ADD 1 TO WS-UNM-ATUALIZADOS
            ELSE
               WRITE REGISTO-L
                 INVALID KEY
                    MOVE "LIVRO COM COD-LIVRO INDICADO JA EXISTE" TO
                    WS-UNM-MOTIVO
                 NOT INVALID KEY
                    ADD 1 TO WS-UNM-CRIADOS
               END-WRITE
            END-IF
         END-IF.
         CLOSE FICLIV.

      * AUTORES E TEMAS SAO PROCURADOS PELO NOME E CRIADOS SE FALTAREM
         RESOLVE-AUTORES-UNIMARC.

         PERFORM VARYING WS-UNM-I FROM 1 BY 1
            UNTIL (WS-UNM-I > WS-UNM-NAUT) OR
                  (WS-UNM-MOTIVO NOT = SPACES)
            MOVE WS-UNM-AUT(WS-UNM-I) TO WS-UNM-NOME-AUT
            MOVE 0 TO WS-UNM-COD-ACHADO
            MOVE 0 TO WS-UNM-MAX-AUTOR
            MOVE 0 TO FS-CODAUTOR
            START FICAUT KEY >= FS-CODAUTOR
                 INVALID KEY
                 MOVE "10" TO FS-AUT
            END-START
            PERFORM UNTIL FS-AUT NOT = "00"
               READ FICAUT NEXT RECORD
                  AT END
                     MOVE "10" TO FS-AUT
                  NOT AT END
                     IF FS-CODAUTOR > WS-UNM-MAX-AUTOR THEN
                        MOVE FS-CODAUTOR TO WS-UNM-MAX-AUTOR
                     END-IF
                     IF (WS-UNM-COD-ACHADO = 0) AND
                        (FUNCTION UPPER-CASE(FS-AUTOR) =
                         FUNCTION UPPER-CASE(WS-UNM-NOME-AUT)) THEN
                        MOVE FS-CODAUTOR TO WS-UNM-COD-ACHADO
                     END-IF
               END-READ
            END-PERFORM
            MOVE "00" TO FS-AUT
            IF WS-UNM-COD-ACHADO = 0 THEN
               IF WS-UNM-MAX-AUTOR >= 999 THEN
                  MOVE "FICHEIRO DE AUTORES CHEIO" TO WS-UNM-MOTIVO
               ELSE
                  ADD 1 TO WS-UNM-MAX-AUTOR
                  MOVE WS-UNM-MAX-AUTOR TO FS-CODAUTOR
                  MOVE WS-UNM-NOME-AUT TO FS-AUTOR
                  WRITE REGISTO-A
                  END-WRITE
                  MOVE WS-UNM-MAX-AUTOR TO WS-UNM-COD-ACHADO
               END-IF
            END-IF
            MOVE WS-UNM-COD-ACHADO TO WS-UNM-AUT-COD(WS-UNM-I)
         END-PERFORM.

         RESOLVE-TEMAS-UNIMARC.

         PERFORM VARYING WS-UNM-I FROM 1 BY 1
            UNTIL (WS-UNM-I > WS-UNM-NTEM) OR
                  (WS-UNM-MOTIVO NOT = SPACES)
            MOVE 0 TO WS-UNM-COD-ACHADO
            MOVE 0 TO WS-UNM-MAX-TEMA
            MOVE 0 TO FS-CODTEMA
            START FICTEM KEY >= FS-CODTEMA
                 INVALID KEY
                 MOVE "10" TO FS-TEM
            END-START
            PERFORM UNTIL FS-TEM NOT = "00"
               READ FICTEM NEXT RECORD
                  AT END
                     MOVE "10" TO FS-TEM
                  NOT AT END
                     IF FS-CODTEMA > WS-UNM-MAX-TEMA THEN
                        MOVE FS-CODTEMA TO WS-UNM-MAX-TEMA
                     END-IF
                     IF (WS-UNM-COD-ACHADO = 0) AND
                        (FUNCTION UPPER-CASE(FS-TEMA) =
                         FUNCTION UPPER-CASE(WS-UNM-TEM(WS-UNM-I)))
                     THEN
                        MOVE FS-CODTEMA TO WS-UNM-COD-ACHADO
                     END-IF
               END-READ
            END-PERFORM
            MOVE "00" TO FS-TEM
            IF WS-UNM-COD-ACHADO = 0 THEN
               IF WS-UNM-MAX-TEMA >= 99 THEN
                  MOVE "FICHEIRO DE TEMAS CHEIO" TO WS-UNM-MOTIVO
               ELSE
                  ADD 1 TO WS-UNM-MAX-TEMA
                  MOVE WS-UNM-MAX-TEMA TO FS-CODTEMA
                  MOVE WS-UNM-TEM(WS-UNM-I) TO FS-TEMA
                  MOVE WS-PRAZO-PADRAO TO FS-PRAZO-TEMA
                  MOVE "N" TO FS-TEMA-ADULTO
                  WRITE REGISTO-T
                  END-WRITE
                  MOVE WS-UNM-MAX-TEMA TO WS-UNM-COD-ACHADO
               END-IF
            END-IF
            MOVE WS-UNM-COD-ACHADO TO WS-UNM-TEM-COD(WS-UNM-I)
         END-PERFORM.

         REJEITA-REGISTO-UNIMARC.

         ADD 1 TO WS-UNM-REJEITADOS.
         MOVE SPACES TO FS-UNR-LINHA.
         STRING WS-UNM-LIDOS ";" DELIMITED BY SIZE
            WS-UNM-ISBN DELIMITED BY SPACE
            ";" DELIMITED BY SIZE
            FUNCTION TRIM(WS-UNM-TITULO) DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            FUNCTION TRIM(WS-UNM-MOTIVO) DELIMITED BY SIZE
            INTO FS-UNR-LINHA
         END-STRING.
         WRITE REGISTO-UNR.

         INICIO-CARTOES.

         DISPLAY CLS.

         PERFORM
           MOVE "Cartoes" TO WS-OP1
           MOVE "MENU" TO WS-OP
           MOVE "ESC PARA SAIR" TO WS-ESTADO
           MOVE 0 TO WS-OPCAO2
           DISPLAY LAYOUT-INICIAL
           DISPLAY LAYOUT-MENU-INICIAL
           DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
               WRK-ANO) AT 0380 FOREGROUND-COLOR 6
           ACCEPT LAYOUT-CARTOES

              EVALUATE TRUE
                   WHEN INSERIR
                       PERFORM EMITIR-CARTAO
                   WHEN CONSULTAR
                       PERFORM EMITIR-CARTOES-LOTE
                   WHEN ALTERAR
                       PERFORM SEGUNDA-VIA-CARTAO
                   WHEN ELIMINAR
                       PERFORM CONSULTAR-CARTOES
                   WHEN SAIR1
                       PERFORM MENU-INICIAL
              END-EVALUATE
         END-PERFORM.

         IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
               GO MENU-INICIAL
         END-IF.

         EMITIR-CARTAO.

         MOVE 0 TO WS-CAR-NIF.
         MOVE SPACES TO WS-CONFIRMAR.
         MOVE "EMITIR CARTAO" TO WS-OP.
         MOVE "ESC PARA SAIR" TO WS-ESTADO.
         DISPLAY CLS.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         DISPLAY "NIF Cliente:" AT 1015 FOREGROUND-COLOR 6.
         ACCEPT WS-CAR-NIF AT 1029.

         IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
               GO INICIO-CARTOES
         END-IF.

         COMPUTE WS-CAR-DATA-HOJE = WRK-ANO * 10000 + WRK-MES * 100
             + WRK-DIA.

         OPEN INPUT FICCLI.
         MOVE WS-CAR-NIF TO FS-NIF.
         READ FICCLI
           INVALID KEY
              MOVE "CLIENTE NAO EXISTENTE!" TO WS-MSG-ERRO
              PERFORM MOSTRA-ERRO
              CLOSE FICCLI
              GO EMITIR-CARTAO
         END-READ.
         CLOSE FICCLI.

         IF FS-ANONIMIZADO = "S" THEN
             MOVE "CLIENTE ANONIMIZADO" TO WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
             GO EMITIR-CARTAO
         END-IF.

         MOVE FS-NOME TO WS-CAR-NOME.
         PERFORM CALCULA-VALIDADE-CARTAO.
         PERFORM BUSCA-CARTAO-ATIVO.

         DISPLAY WS-CAR-NOME AT 1039 FOREGROUND-COLOR 6.
         MOVE WS-CAR-VALIDADE TO WS-CAR-DATA-W.
         DISPLAY "Validade do cartao:" AT 1215 FOREGROUND-COLOR 6.
         DISPLAY FUNCTION CONCATENATE (WS-CAR-DATA-DIA, "-",
             WS-CAR-DATA-MES, "-", WS-CAR-DATA-ANO) AT 1235
             FOREGROUND-COLOR 6.

         IF WS-CAR-ACHADO = 1 THEN
            DISPLAY "Cartao ativo:" AT 1315 FOREGROUND-COLOR 6
            DISPLAY WS-CAR-NUM-ATIVO AT 1329 FOREGROUND-COLOR 6
            IF WS-CAR-VAL-ATIVO >= WS-CAR-VALIDADE THEN
               MOVE "CLIENTE JA TEM CARTAO VALIDO PARA O ANO DE QUOTA"
               TO WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
               GO EMITIR-CARTAO
            END-IF
            DISPLAY "QUER RENOVAR O CARTAO (S/N)?: " AT 2013
            FOREGROUND-COLOR 4 HIGHLIGHT
         ELSE
            DISPLAY "QUER EMITIR O CARTAO (S/N)?: " AT 2013
            FOREGROUND-COLOR 4 HIGHLIGHT
         END-IF.

         PERFORM WITH TEST AFTER UNTIL VALIDA-CONFIRMAR
           ACCEPT WS-CONFIRMAR AT 2044
               IF NOT VALIDA-CONFIRMAR THEN
                   MOVE "TEM DE RESPONDER S OU N" TO WS-MSG-ERRO
                   PERFORM MOSTRA-ERRO
         END-PERFORM.

         MOVE FUNCTION UPPER-CASE(WS-CONFIRMAR) TO WS-CONFIRMAR.

         IF WS-CONFIRMAR NOT = "S" THEN
            MOVE "CARTAO NAO EMITIDO" TO WS-MSG-ERRO
            PERFORM MOSTRA-ERRO
            GO EMITIR-CARTAO
         END-IF.

         MOVE 0 TO WS-CAR-EMITIDOS.
         MOVE 0 TO WS-CAR-RENOVADOS.
         PERFORM OBTEM-SEQ-CARTAO.
         OPEN EXTEND FICCTI.
         OPEN I-O FICCAR.
         IF WS-CAR-ACHADO = 1 THEN
            PERFORM RENOVA-CARTAO
         ELSE
            MOVE 0 TO WS-CAR-NUM-ATIVO
            MOVE 0 TO WS-CAR-VIA-ATIVO
            PERFORM CRIA-CARTAO
         END-IF.
         CLOSE FICCAR.
         CLOSE FICCTI.

         MOVE "EMITIR CARTAO" TO WS-AUD-ACAO.
         MOVE "CLIENTE" TO WS-AUD-ENTIDADE.
         MOVE WS-CAR-NUMERO TO WS-AUD-CHAVE.
         PERFORM REGISTAR-AUDITORIA.

         MOVE FUNCTION CONCATENATE ("CARTAO ", WS-CAR-NUMERO,
             " ENVIADO PARA CARTOES_IMPRESSAO.TXT") TO WS-MSG-ERRO.
         PERFORM MOSTRA-ERRO.
         GO EMITIR-CARTAO.

      * CARTAO NOVO PARA SOCIOS SEM CARTAO; RENOVACAO DA VALIDADE PARA
      * OS QUE JA PAGARAM A QUOTA DE UM ANO QUE O CARTAO NAO COBRE
         EMITIR-CARTOES-LOTE.

         MOVE SPACES TO WS-CONFIRMAR.
         MOVE "EMISSAO DE CARTOES EM LOTE" TO WS-OP.
         MOVE "ESC PARA SAIR" TO WS-ESTADO.
         DISPLAY CLS.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.

         DISPLAY "EMITIR/RENOVAR CARTOES DE TODOS OS SOCIOS (S/N)?: "
         AT 1015 FOREGROUND-COLOR 4 HIGHLIGHT.

         PERFORM WITH TEST AFTER UNTIL VALIDA-CONFIRMAR
           ACCEPT WS-CONFIRMAR AT 1066
               IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
                   GO INICIO-CARTOES
               END-IF
               IF NOT VALIDA-CONFIRMAR THEN
                   MOVE "TEM DE RESPONDER S OU N" TO WS-MSG-ERRO
                   PERFORM MOSTRA-ERRO
         END-PERFORM.

         MOVE FUNCTION UPPER-CASE(WS-CONFIRMAR) TO WS-CONFIRMAR.
         IF WS-CONFIRMAR NOT = "S" THEN
            GO INICIO-CARTOES
         END-IF.

         COMPUTE WS-CAR-DATA-HOJE = WRK-ANO * 10000 + WRK-MES * 100
             + WRK-DIA.
         MOVE 0 TO WS-CAR-EMITIDOS.
         MOVE 0 TO WS-CAR-RENOVADOS.
         PERFORM OBTEM-SEQ-CARTAO.

         OPEN OUTPUT FICCTI.
         OPEN INPUT FICCLI.

         IF FS-CLI = "00" THEN
            PERFORM UNTIL FS-CLI NOT = "00"
               READ FICCLI NEXT RECORD
                  AT END
                     MOVE "10" TO FS-CLI
                  NOT AT END
                     IF FS-ANONIMIZADO NOT = "S" THEN
                        PERFORM EMITE-CARTAO-LOTE
                     END-IF
               END-READ
            END-PERFORM
         END-IF.

         CLOSE FICCLI.
         CLOSE FICCTI.

         MOVE "EMISSAO CARTOES LOTE" TO WS-AUD-ACAO.
         MOVE "CLIENTE" TO WS-AUD-ENTIDADE.
         MOVE WS-CAR-EMITIDOS TO WS-AUD-CHAVE.
         PERFORM REGISTAR-AUDITORIA.

         MOVE FUNCTION CONCATENATE (WS-CAR-EMITIDOS, " EMITIDOS, ",
             WS-CAR-RENOVADOS, " RENOVADOS EM CARTOES_IMPRESSAO.TXT")
             TO WS-MSG-ERRO.
         PERFORM MOSTRA-ERRO.
         GO INICIO-CARTOES.

         EMITE-CARTAO-LOTE.

         MOVE FS-NIF TO WS-CAR-NIF.
         MOVE FS-NOME TO WS-CAR-NOME.
         PERFORM CALCULA-VALIDADE-CARTAO.
         PERFORM BUSCA-CARTAO-ATIVO.

         OPEN I-O FICCAR.
         IF WS-CAR-ACHADO = 0 THEN
            MOVE 0 TO WS-CAR-NUM-ATIVO
            MOVE 0 TO WS-CAR-VIA-ATIVO
            PERFORM CRIA-CARTAO
         ELSE
            IF WS-CAR-VAL-ATIVO < WS-CAR-VALIDADE THEN
               PERFORM RENOVA-CARTAO
            END-IF
         END-IF.
         CLOSE FICCAR.

         SEGUNDA-VIA-CARTAO.

         MOVE 0 TO WS-CAR-NIF.
         MOVE SPACES TO WS-CONFIRMAR.
         MOVE "CARTAO PERDIDO" TO WS-OP.
         MOVE "ESC PARA SAIR" TO WS-ESTADO.
         DISPLAY CLS.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         DISPLAY "NIF Cliente:" AT 1015 FOREGROUND-COLOR 6.
         ACCEPT WS-CAR-NIF AT 1029.

         IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
               GO INICIO-CARTOES
         END-IF.

         COMPUTE WS-CAR-DATA-HOJE = WRK-ANO * 10000 + WRK-MES * 100
             + WRK-DIA.

         OPEN INPUT FICCLI.
         MOVE WS-CAR-NIF TO FS-NIF.
         READ FICCLI
           INVALID KEY
              MOVE "CLIENTE NAO EXISTENTE!" TO WS-MSG-ERRO
              PERFORM MOSTRA-ERRO
              CLOSE FICCLI
              GO SEGUNDA-VIA-CARTAO
         END-READ.
         CLOSE FICCLI.
         MOVE FS-NOME TO WS-CAR-NOME.
         DISPLAY WS-CAR-NOME AT 1039 FOREGROUND-COLOR 6.

         PERFORM BUSCA-CARTAO-ATIVO.
         IF WS-CAR-ACHADO = 0 THEN
             MOVE "CLIENTE SEM CARTAO ATIVO. USE EMITIR CARTAO" TO
             WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
             GO SEGUNDA-VIA-CARTAO
         END-IF.

         DISPLAY "Cartao a anular:" AT 1215 FOREGROUND-COLOR 6.
         DISPLAY WS-CAR-NUM-ATIVO AT 1232 FOREGROUND-COLOR 6.
         MOVE WS-TAXA-2VIA-CARTAO TO WS-VALOR-ED.
         DISPLAY "Taxa de 2a via:" AT 1315 FOREGROUND-COLOR 6.
         DISPLAY WS-VALOR-ED AT 1332 FOREGROUND-COLOR 6.

         DISPLAY "CONFIRMA A PERDA E EMISSAO DE 2a VIA (S/N)?: "
         AT 2013 FOREGROUND-COLOR 4 HIGHLIGHT.

         PERFORM WITH TEST AFTER UNTIL VALIDA-CONFIRMAR
           ACCEPT WS-CONFIRMAR AT 2059
               IF NOT VALIDA-CONFIRMAR THEN
                   MOVE "TEM DE RESPONDER S OU N" TO WS-MSG-ERRO
                   PERFORM MOSTRA-ERRO
         END-PERFORM.

         MOVE FUNCTION UPPER-CASE(WS-CONFIRMAR) TO WS-CONFIRMAR.

         IF WS-CONFIRMAR NOT = "S" THEN
            MOVE "OPERACAO CANCELADA" TO WS-MSG-ERRO
            PERFORM MOSTRA-ERRO
            GO SEGUNDA-VIA-CARTAO
         END-IF.

         PERFORM OBTEM-SEQ-CARTAO.
         OPEN EXTEND FICCTI.
         OPEN I-O FICCAR.
         MOVE WS-CAR-NUM-ATIVO TO FS-CAR-NUMERO.
         READ FICCAR
           INVALID KEY
              MOVE "CARTAO NAO EXISTENTE!" TO WS-MSG-ERRO
              PERFORM MOSTRA-ERRO
              CLOSE FICCAR
              CLOSE FICCTI
              GO SEGUNDA-VIA-CARTAO
         END-READ.
         MOVE "PERDIDO" TO FS-CAR-ESTADO.
         REWRITE REGISTO-CAR
         END-REWRITE.

      * A 2a VIA MANTEM A VALIDADE E O TIPO DO CARTAO ANULADO
         MOVE FS-CAR-DATA-VALIDADE TO WS-CAR-VALIDADE.
         MOVE FS-CAR-TIPO-SOCIO TO WS-CAR-TIPO.
         MOVE 0 TO WS-CAR-EMITIDOS.
         PERFORM CRIA-CARTAO.
         CLOSE FICCAR.
         CLOSE FICCTI.

         MOVE WS-CAR-NIF TO FS-NIF1.
         MOVE WS-TAXA-2VIA-CARTAO TO WS-VALOR-LANCAR.
         PERFORM LANCAR-MULTA-CLIENTE.

         MOVE "2a VIA CARTAO" TO WS-AUD-ACAO.
         MOVE "CLIENTE" TO WS-AUD-ENTIDADE.
         MOVE WS-CAR-NUMERO TO WS-AUD-CHAVE.
         PERFORM REGISTAR-AUDITORIA.

         MOVE FUNCTION CONCATENATE ("CARTAO ", WS-CAR-NUM-ATIVO,
             " ANULADO. NOVO CARTAO ", WS-CAR-NUMERO) TO WS-MSG-ERRO.
         PERFORM MOSTRA-ERRO.
         GO SEGUNDA-VIA-CARTAO.

         CONSULTAR-CARTOES.

         MOVE 0 TO WS-CAR-NIF.
         MOVE "CONSULTAR CARTOES" TO WS-OP.
         MOVE "ESC PARA SAIR" TO WS-ESTADO.
         DISPLAY CLS.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         DISPLAY "NIF Cliente (0=todos):" AT 0515 FOREGROUND-COLOR 6.
         ACCEPT WS-CAR-NIF AT 0538.

         IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
               GO INICIO-CARTOES
         END-IF.

         DISPLAY "CARTAO      NIF        T EMISSAO  VALIDADE ESTADO    "
         & " VIA ANTERIOR" LINE 06 COL 01 FOREGROUND-COLOR 6.
         DISPLAY "***********************************"
         & "******************************************************"
         LINE 07 COL 01 FOREGROUND-COLOR 6.
         MOVE 9 TO WS-LINHA.

         OPEN INPUT FICCAR.
         IF FS-CAR = "00" THEN
            PERFORM UNTIL (FS-CAR NOT = "00") OR (WS-LINHA > 22)
               READ FICCAR NEXT RECORD
                  AT END
                     MOVE "10" TO FS-CAR
                  NOT AT END
                     IF (WS-CAR-NIF = 0) OR (FS-CAR-NIF = WS-CAR-NIF)
                     THEN
                        DISPLAY FS-CAR-NUMERO LINE WS-LINHA COL 01
                        FOREGROUND-COLOR 6
                        DISPLAY FS-CAR-NIF LINE WS-LINHA COL 13
                        FOREGROUND-COLOR 6
                        DISPLAY FS-CAR-TIPO-SOCIO LINE WS-LINHA COL 24
                        FOREGROUND-COLOR 6
                        DISPLAY FS-CAR-DATA-EMISSAO LINE WS-LINHA
                        COL 26 FOREGROUND-COLOR 6
                        DISPLAY FS-CAR-DATA-VALIDADE LINE WS-LINHA
                        COL 35 FOREGROUND-COLOR 6
                        DISPLAY FS-CAR-ESTADO LINE WS-LINHA COL 44
                        FOREGROUND-COLOR 6
                        DISPLAY FS-CAR-VIA LINE WS-LINHA COL 56
                        FOREGROUND-COLOR 6
                        IF FS-CAR-NUM-ANTERIOR NOT = 0 THEN
                           DISPLAY FS-CAR-NUM-ANTERIOR LINE WS-LINHA
                           COL 59 FOREGROUND-COLOR 6
                        END-IF
                        ADD 1 TO WS-LINHA
                     END-IF
               END-READ
            END-PERFORM
         END-IF.
         CLOSE FICCAR.

         ACCEPT OMITTED AT 2501.
         GO INICIO-CARTOES.

      * VALIDADE: FIM DO ANO DE QUOTA PAGO (OU DO ANO CORRENTE),
      * PROLONGADA CONFORME O TIPO DE SOCIO
         CALCULA-VALIDADE-CARTAO.

         MOVE FUNCTION UPPER-CASE(FS-TIPO-SOCIO) TO WS-CAR-TIPO.
         EVALUATE WS-CAR-TIPO
            WHEN "J"
               MOVE WS-VAL-CARTAO-JUNIOR TO WS-CAR-ANOS
            WHEN "E"
               MOVE WS-VAL-CARTAO-ESTUDANTE TO WS-CAR-ANOS
            WHEN "P"
               MOVE WS-VAL-CARTAO-PREMIUM TO WS-CAR-ANOS
            WHEN OTHER
               MOVE "N" TO WS-CAR-TIPO
               MOVE WS-VAL-CARTAO-NORMAL TO WS-CAR-ANOS
         END-EVALUATE.

         MOVE WRK-ANO TO WS-CAR-ANO-VAL.
         IF ((FS-QUOTA-PAGA = "S") OR (FS-QUOTA-PAGA = "s")) AND
            (FS-QUOTA-ANO > WS-CAR-ANO-VAL) THEN
            MOVE FS-QUOTA-ANO TO WS-CAR-ANO-VAL
         END-IF.
         COMPUTE WS-CAR-ANO-VAL = WS-CAR-ANO-VAL + WS-CAR-ANOS - 1.
         COMPUTE WS-CAR-VALIDADE = WS-CAR-ANO-VAL * 10000 + 1231.

         BUSCA-CARTAO-ATIVO.

         MOVE 0 TO WS-CAR-ACHADO.
         MOVE 0 TO WS-CAR-NUM-ATIVO.
         MOVE 0 TO WS-CAR-VAL-ATIVO.
         MOVE 0 TO WS-CAR-VIA-ATIVO.
         OPEN INPUT FICCAR.
         IF FS-CAR = "00" THEN
            PERFORM UNTIL FS-CAR NOT = "00"
               READ FICCAR NEXT RECORD
                  AT END
                     MOVE "10" TO FS-CAR
                  NOT AT END
                     IF (FS-CAR-NIF = WS-CAR-NIF) AND
                        (FS-CAR-ESTADO = "ATIVO") THEN
                        MOVE 1 TO WS-CAR-ACHADO
                        MOVE FS-CAR-NUMERO TO WS-CAR-NUM-ATIVO
                        MOVE FS-CAR-DATA-VALIDADE TO WS-CAR-VAL-ATIVO
                        MOVE FS-CAR-VIA TO WS-CAR-VIA-ATIVO
                     END-IF
               END-READ
            END-PERFORM
         END-IF.
         CLOSE FICCAR.

      * NUMERO DE CARTAO: SEQUENCIA DE 9 DIGITOS + DIGITO DE CONTROLO
      * (LUHN), PRONTO PARA CODIGO DE BARRAS CODE 39
         CRIA-CARTAO.

         ADD 1 TO WS-CAR-MAX-SEQ.
         MOVE WS-CAR-MAX-SEQ TO WS-CAR-SEQ.
         PERFORM CALCULA-DIGITO-CARTAO.
         MOVE WS-CAR-SEQ TO WS-CAR-NUM-SEQ.
         MOVE WS-CAR-DV TO WS-CAR-NUM-DV.
         MOVE WS-CAR-NUM-N TO WS-CAR-NUMERO.

         MOVE WS-CAR-NUMERO TO FS-CAR-NUMERO.
         MOVE WS-CAR-NIF TO FS-CAR-NIF.
         MOVE WS-CAR-DATA-HOJE TO FS-CAR-DATA-EMISSAO.
         MOVE WS-CAR-VALIDADE TO FS-CAR-DATA-VALIDADE.
         MOVE WS-CAR-TIPO TO FS-CAR-TIPO-SOCIO.
         MOVE "ATIVO" TO FS-CAR-ESTADO.
         COMPUTE FS-CAR-VIA = WS-CAR-VIA-ATIVO + 1.
         MOVE WS-CAR-NUM-ATIVO TO FS-CAR-NUM-ANTERIOR.
         WRITE REGISTO-CAR
           INVALID KEY
              EXIT PARAGRAPH
         END-WRITE.
         ADD 1 TO WS-CAR-EMITIDOS.
         PERFORM ESCREVE-CARTAO-IMPRESSAO.

         OBTEM-SEQ-CARTAO.

         MOVE 0 TO WS-CAR-MAX-SEQ.
         OPEN INPUT FICCAR.
         IF FS-CAR = "00" THEN
            PERFORM UNTIL FS-CAR NOT = "00"
               READ FICCAR NEXT RECORD
                  AT END
                     MOVE "10" TO FS-CAR
                  NOT AT END
                     MOVE FS-CAR-NUMERO TO WS-CAR-NUM-N
                     IF WS-CAR-NUM-SEQ > WS-CAR-MAX-SEQ THEN
                        MOVE WS-CAR-NUM-SEQ TO WS-CAR-MAX-SEQ
                     END-IF
               END-READ
            END-PERFORM
         END-IF.
         CLOSE FICCAR.

         RENOVA-CARTAO.

         MOVE WS-CAR-NUM-ATIVO TO FS-CAR-NUMERO.
         READ FICCAR
           INVALID KEY
              EXIT PARAGRAPH
         END-READ.
         MOVE WS-CAR-DATA-HOJE TO FS-CAR-DATA-EMISSAO.
         MOVE WS-CAR-VALIDADE TO FS-CAR-DATA-VALIDADE.
         MOVE WS-CAR-TIPO TO FS-CAR-TIPO-SOCIO.
         REWRITE REGISTO-CAR
         END-REWRITE.
         MOVE FS-CAR-NUMERO TO WS-CAR-NUMERO.
         ADD 1 TO WS-CAR-RENOVADOS.
         PERFORM ESCREVE-CARTAO-IMPRESSAO.

         ESCREVE-CARTAO-IMPRESSAO.

         MOVE FS-CAR-DATA-VALIDADE TO WS-CAR-DATA-W.
         MOVE SPACES TO FS-CTI-LINHA.
         STRING FS-CAR-NUMERO ";" WS-CAR-NOME ";" FS-CAR-TIPO-SOCIO
            ";" WS-CAR-DATA-DIA "-" WS-CAR-DATA-MES "-"
            WS-CAR-DATA-ANO ";" FS-CAR-VIA ";*" FS-CAR-NUMERO "*"
            DELIMITED BY SIZE
            INTO FS-CTI-LINHA
         END-STRING.
         WRITE REGISTO-CTI.

         CALCULA-DIGITO-CARTAO.

         MOVE 0 TO WS-CAR-SOMA.
         PERFORM VARYING WS-CAR-IDX FROM 9 BY -1 UNTIL WS-CAR-IDX < 1
            MOVE WS-CAR-SEQ-DIG(WS-CAR-IDX) TO WS-CAR-PARCELA
            IF FUNCTION MOD(WS-CAR-IDX, 2) = 1 THEN
               COMPUTE WS-CAR-PARCELA = WS-CAR-PARCELA * 2
               IF WS-CAR-PARCELA > 9 THEN
                  SUBTRACT 9 FROM WS-CAR-PARCELA
               END-IF
            END-IF
            ADD WS-CAR-PARCELA TO WS-CAR-SOMA
         END-PERFORM.
         COMPUTE WS-CAR-DV = FUNCTION MOD(10 -
             FUNCTION MOD(WS-CAR-SOMA, 10), 10).

      * LEITURA DO CARTAO NO BALCAO (O LEITOR PODE ENVIAR OS * DO
      * CODE 39); DEVOLVE O NIF OU O MOTIVO DA RECUSA
         BUSCA-NIF-POR-CARTAO.

         MOVE SPACES TO WS-CAR-MOTIVO.
         MOVE 0 TO WS-CAR-NIF.
         MOVE SPACES TO WS-CAR-DIGITOS.
         MOVE 0 TO WS-CAR-ND.
         PERFORM VARYING WS-CAR-IDX FROM 1 BY 1 UNTIL WS-CAR-IDX > 14
            IF WS-CAR-LEITURA(WS-CAR-IDX:1) IS NUMERIC THEN
               ADD 1 TO WS-CAR-ND
               IF WS-CAR-ND <= 10 THEN
                  MOVE WS-CAR-LEITURA(WS-CAR-IDX:1) TO
                      WS-CAR-DIGITOS(WS-CAR-ND:1)
               END-IF
            END-IF
         END-PERFORM.

         IF WS-CAR-ND NOT = 10 THEN
            MOVE "NUMERO DE CARTAO INVALIDO" TO WS-CAR-MOTIVO
            EXIT PARAGRAPH
         END-IF.

         MOVE WS-CAR-DIGITOS TO WS-CAR-NUM-W.
         MOVE WS-CAR-NUM-SEQ TO WS-CAR-SEQ.
         PERFORM CALCULA-DIGITO-CARTAO.
         IF WS-CAR-DV NOT = WS-CAR-NUM-DV THEN
            MOVE "NUMERO DE CARTAO INVALIDO (CONTROLO)" TO
            WS-CAR-MOTIVO
            EXIT PARAGRAPH
         END-IF.

         COMPUTE WS-CAR-DATA-HOJE = WRK-ANO * 10000 + WRK-MES * 100
             + WRK-DIA.
         OPEN INPUT FICCAR.
         MOVE WS-CAR-NUM-N TO FS-CAR-NUMERO.
         READ FICCAR
           INVALID KEY
              MOVE "CARTAO NAO EXISTENTE" TO WS-CAR-MOTIVO
         END-READ.
         CLOSE FICCAR.

         IF WS-CAR-MOTIVO NOT = SPACES THEN
            EXIT PARAGRAPH
         END-IF.
         IF FS-CAR-ESTADO NOT = "ATIVO" THEN
            MOVE FUNCTION CONCATENATE ("CARTAO ",
                FUNCTION TRIM(FS-CAR-ESTADO), " - NAO ACEITE")
                TO WS-CAR-MOTIVO
            EXIT PARAGRAPH
         END-IF.
         IF FS-CAR-DATA-VALIDADE < WS-CAR-DATA-HOJE THEN
            MOVE "CARTAO EXPIRADO. RENOVE EM CARTOES SOCIO" TO
            WS-CAR-MOTIVO
            EXIT PARAGRAPH
         END-IF.
         MOVE FS-CAR-NIF TO WS-CAR-NIF.

         INICIO-DOMICILIO.

         DISPLAY CLS.

         PERFORM
           MOVE "Domicilio" TO WS-OP1
           MOVE "MENU" TO WS-OP
           MOVE "ESC PARA SAIR" TO WS-ESTADO
           MOVE 0 TO WS-OPCAO2
           DISPLAY LAYOUT-INICIAL
           DISPLAY LAYOUT-MENU-INICIAL
           DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
               WRK-ANO) AT 0380 FOREGROUND-COLOR 6
           ACCEPT LAYOUT-DOMICILIO

              EVALUATE TRUE
                   WHEN INSERIR
                       PERFORM REGISTAR-SOCIO-DOMICILIO
                   WHEN CONSULTAR
                       PERFORM REGISTAR-VOLUNTARIO
                   WHEN ALTERAR
                       PERFORM ESCOLHER-LIVROS-DOMICILIO
                   WHEN ELIMINAR
                       PERFORM RONDA-DOMICILIO
                   WHEN LISTAR
                       PERFORM LISTAR-SOCIOS-DOMICILIO
                   WHEN SAIR1
                       PERFORM MENU-INICIAL
              END-EVALUATE
         END-PERFORM.

         IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
               GO MENU-INICIAL
         END-IF.

         REGISTAR-SOCIO-DOMICILIO.

         MOVE 0 TO WS-DOM-NIF.
         MOVE SPACES TO WS-CONFIRMAR.
         MOVE "SOCIO AO DOMICILIO" TO WS-OP.
         MOVE "ESC PARA SAIR" TO WS-ESTADO.
         DISPLAY CLS.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         DISPLAY "NIF Cliente:" AT 0915 FOREGROUND-COLOR 6.
         ACCEPT WS-DOM-NIF AT 0929.

         IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
               GO INICIO-DOMICILIO
         END-IF.

         OPEN INPUT FICCLI.
         MOVE WS-DOM-NIF TO FS-NIF.
         READ FICCLI
           INVALID KEY
              MOVE "CLIENTE NAO EXISTENTE!" TO WS-MSG-ERRO
              PERFORM MOSTRA-ERRO
              CLOSE FICCLI
              GO REGISTAR-SOCIO-DOMICILIO
         END-READ.
         CLOSE FICCLI.

         IF FS-ANONIMIZADO = "S" THEN
             MOVE "CLIENTE ANONIMIZADO" TO WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
             GO REGISTAR-SOCIO-DOMICILIO
         END-IF.
         DISPLAY FS-NOME AT 0939 FOREGROUND-COLOR 6.

         OPEN I-O FICDOM.
         MOVE WS-DOM-NIF TO FS-DOM-NIF.
         MOVE 1 TO WS-DOM-EXISTE.
         READ FICDOM WITH LOCK
           INVALID KEY
              MOVE 0 TO WS-DOM-EXISTE
         END-READ.

         IF FS-DOM = "51" THEN
             MOVE "REGISTO EM USO NOUTRO BALCAO. TENTE DE NOVO" TO
             WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
             CLOSE FICDOM
             GO REGISTAR-SOCIO-DOMICILIO
         END-IF.

         IF WS-DOM-EXISTE = 0 THEN
             MOVE WS-DOM-NIF TO FS-DOM-NIF
             MOVE SPACES TO FS-DOM-MORADA
             MOVE SPACES TO FS-DOM-COD-POSTAL
             MOVE SPACES TO FS-DOM-LOCALIDADE
             MOVE SPACES TO FS-DOM-TELEFONE
             MOVE 2 TO FS-DOM-DIA
             MOVE 0 TO FS-DOM-CODVOL
             MOVE "S" TO FS-DOM-ATIVO
             MOVE SPACES TO FS-DOM-OBS
             MOVE 0 TO FS-DOM-DATA-ADESAO
         END-IF.

         ACCEPT LAYOUT-REGISTO-DOM.

         IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
               UNLOCK FICDOM
               CLOSE FICDOM
               GO INICIO-DOMICILIO
         END-IF.

         IF FS-DOM-MORADA = SPACES THEN
             MOVE "MORADA DE ENTREGA OBRIGATORIA" TO WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
             UNLOCK FICDOM
             CLOSE FICDOM
             GO REGISTAR-SOCIO-DOMICILIO
         END-IF.

         IF NOT VALIDA-DOM-DIA THEN
             MOVE "DIA PREFERIDO: 2 (SEGUNDA) ATE 7 (SABADO)" TO
             WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
             UNLOCK FICDOM
             CLOSE FICDOM
             GO REGISTAR-SOCIO-DOMICILIO
         END-IF.

         IF NOT VALIDA-DOM-ATIVO THEN
             MOVE "ATIVO: TEM DE RESPONDER S OU N" TO WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
             UNLOCK FICDOM
             CLOSE FICDOM
             GO REGISTAR-SOCIO-DOMICILIO
         END-IF.
         MOVE FUNCTION UPPER-CASE(FS-DOM-ATIVO) TO FS-DOM-ATIVO.

         IF FS-DOM-CODVOL NOT = 0 THEN
            OPEN INPUT FICVOL
            MOVE FS-DOM-CODVOL TO FS-CODVOL
            READ FICVOL
              INVALID KEY
                 MOVE "VOLUNTARIO NAO EXISTE EM VOLUNTARIOS.DAT" TO
                 WS-MSG-ERRO
                 PERFORM MOSTRA-ERRO
                 CLOSE FICVOL
                 UNLOCK FICDOM
                 CLOSE FICDOM
                 GO REGISTAR-SOCIO-DOMICILIO
            END-READ
            CLOSE FICVOL
            DISPLAY FS-VOL-NOME AT 1645 FOREGROUND-COLOR 6
         END-IF.

         MOVE FS-DOM-DIA TO WS-DOM-IDX.
         SUBTRACT 1 FROM WS-DOM-IDX.
         DISPLAY WS-DOM-NOME-DIA(WS-DOM-IDX) AT 1540
         FOREGROUND-COLOR 6.

         IF WS-DOM-EXISTE = 1 THEN
            DISPLAY "QUER ALTERAR O SOCIO AO DOMICILIO (S/N)?: " AT 2013
            FOREGROUND-COLOR 4 HIGHLIGHT
         ELSE
            DISPLAY "QUER REGISTAR O SOCIO AO DOMICILIO (S/N)?: "
            AT 2013 FOREGROUND-COLOR 4 HIGHLIGHT
         END-IF.

         PERFORM WITH TEST AFTER UNTIL VALIDA-CONFIRMAR
           ACCEPT WS-CONFIRMAR AT 2057
               IF NOT VALIDA-CONFIRMAR THEN
                   MOVE "TEM DE RESPONDER S OU N" TO WS-MSG-ERRO
                   PERFORM MOSTRA-ERRO
         END-PERFORM.

         MOVE FUNCTION UPPER-CASE(WS-CONFIRMAR) TO WS-CONFIRMAR.

         IF WS-CONFIRMAR NOT = "S" THEN
            MOVE "SOCIO AO DOMICILIO NAO GRAVADO" TO WS-MSG-ERRO
            PERFORM MOSTRA-ERRO
            UNLOCK FICDOM
            CLOSE FICDOM
            GO REGISTAR-SOCIO-DOMICILIO
         END-IF.

         IF WS-DOM-EXISTE = 1 THEN
            REWRITE REGISTO-DOM
            END-REWRITE
            MOVE "ALTERAR DOMICILIO" TO WS-AUD-ACAO
         ELSE
            COMPUTE FS-DOM-DATA-ADESAO = WRK-ANO * 10000 +
                WRK-MES * 100 + WRK-DIA
            WRITE REGISTO-DOM
            END-WRITE
            MOVE "REGISTAR DOMICILIO" TO WS-AUD-ACAO
         END-IF.

         IF FS-DOM NOT = "00" THEN
            MOVE "DOMICILIO" TO WS-ERR-FICHEIRO
            MOVE FS-DOM TO WS-ERR-STATUS
            PERFORM TRATA-ERRO-FICHEIRO
         END-IF.
         UNLOCK FICDOM.
         CLOSE FICDOM.

         MOVE "CLIENTE" TO WS-AUD-ENTIDADE.
         MOVE WS-DOM-NIF TO WS-AUD-CHAVE.
         PERFORM REGISTAR-AUDITORIA.

         MOVE "SOCIO AO DOMICILIO GRAVADO COM SUCESSO" TO WS-MSG-ERRO.
         PERFORM MOSTRA-ERRO.
         GO REGISTAR-SOCIO-DOMICILIO.

         REGISTAR-VOLUNTARIO.

         MOVE 0 TO FS-CODVOL.
         MOVE SPACES TO WS-CONFIRMAR.
         MOVE "VOLUNTARIOS" TO WS-OP.
         MOVE "ESC PARA SAIR" TO WS-ESTADO.
         DISPLAY CLS.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         ACCEPT WS-CHAVE18.

         IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
               GO INICIO-DOMICILIO
         END-IF.

         IF NOT VALIDA-VOL THEN
             MOVE "COD-VOLUNTARIO TEM DE SER DE 001 ATE 999" TO
             WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
             GO REGISTAR-VOLUNTARIO
         END-IF.

         OPEN I-O FICVOL.
         MOVE 1 TO WS-DOM-EXISTE.
         READ FICVOL
           INVALID KEY
              MOVE 0 TO WS-DOM-EXISTE
              MOVE SPACES TO FS-VOL-NOME
              MOVE SPACES TO FS-VOL-TELEFONE
              MOVE "S" TO FS-VOL-ATIVO
         END-READ.

         ACCEPT WS-DADOS18.

         IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
               CLOSE FICVOL
               GO INICIO-DOMICILIO
         END-IF.

         IF FS-VOL-NOME = SPACES THEN
             MOVE "NOME DO VOLUNTARIO OBRIGATORIO" TO WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
             CLOSE FICVOL
             GO REGISTAR-VOLUNTARIO
         END-IF.

         IF NOT VALIDA-VOL-ATIVO THEN
             MOVE "ATIVO: TEM DE RESPONDER S OU N" TO WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
             CLOSE FICVOL
             GO REGISTAR-VOLUNTARIO
         END-IF.
         MOVE FUNCTION UPPER-CASE(FS-VOL-ATIVO) TO FS-VOL-ATIVO.

         DISPLAY "QUER GRAVAR O VOLUNTARIO (S/N)?: " AT 2013
         FOREGROUND-COLOR 4 HIGHLIGHT.

         PERFORM WITH TEST AFTER UNTIL VALIDA-CONFIRMAR
           ACCEPT WS-CONFIRMAR AT 2047
               IF NOT VALIDA-CONFIRMAR THEN
                   MOVE "TEM DE RESPONDER S OU N" TO WS-MSG-ERRO
                   PERFORM MOSTRA-ERRO
         END-PERFORM.

         MOVE FUNCTION UPPER-CASE(WS-CONFIRMAR) TO WS-CONFIRMAR.

         IF WS-CONFIRMAR NOT = "S" THEN
            MOVE "VOLUNTARIO NAO GRAVADO" TO WS-MSG-ERRO
            PERFORM MOSTRA-ERRO
            CLOSE FICVOL
            GO REGISTAR-VOLUNTARIO
         END-IF.

         IF WS-DOM-EXISTE = 1 THEN
            REWRITE REGISTO-VOL
            END-REWRITE
            MOVE "ALTERAR VOLUNTARIO" TO WS-AUD-ACAO
         ELSE
            WRITE REGISTO-VOL
            END-WRITE
            MOVE "REGISTAR VOLUNTARIO" TO WS-AUD-ACAO
         END-IF.
         CLOSE FICVOL.

         MOVE "VOLUNTARIO" TO WS-AUD-ENTIDADE.
         MOVE FS-CODVOL TO WS-AUD-CHAVE.
         PERFORM REGISTAR-AUDITORIA.

         MOVE "VOLUNTARIO GRAVADO COM SUCESSO" TO WS-MSG-ERRO.
         PERFORM MOSTRA-ERRO.
         GO REGISTAR-VOLUNTARIO.

         ESCOLHER-LIVROS-DOMICILIO.

         MOVE 0 TO WS-DOM-NIF.
         MOVE "ESCOLHER LIVROS DOMICILIO" TO WS-OP.
         MOVE "ESC PARA SAIR" TO WS-ESTADO.
         DISPLAY CLS.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         DISPLAY "NIF Cliente:" AT 0915 FOREGROUND-COLOR 6.
         ACCEPT WS-DOM-NIF AT 0929.

         IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
               GO INICIO-DOMICILIO
         END-IF.

         OPEN INPUT FICDOM.
         MOVE WS-DOM-NIF TO FS-DOM-NIF.
         READ FICDOM
           INVALID KEY
              MOVE "CLIENTE NAO ESTA NO SERVICO AO DOMICILIO" TO
              WS-MSG-ERRO
              PERFORM MOSTRA-ERRO
              CLOSE FICDOM
              GO ESCOLHER-LIVROS-DOMICILIO
         END-READ.
         CLOSE FICDOM.

         IF FS-DOM-ATIVO NOT = "S" THEN
             MOVE "SERVICO AO DOMICILIO SUSPENSO PARA ESTE CLIENTE" TO
             WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
             GO ESCOLHER-LIVROS-DOMICILIO
         END-IF.

         OPEN INPUT FICCLI.
         MOVE WS-DOM-NIF TO FS-NIF.
         READ FICCLI
           INVALID KEY
              MOVE "(CLIENTE NAO EXISTE)" TO FS-NOME
         END-READ.
         CLOSE FICCLI.
         MOVE FS-NOME TO WS-DOM-NOME.

      * PROPOSTAS: AS RESERVAS EM ABERTO DO SOCIO; CADA LIVRO ESCOLHIDO
      * E VERIFICADO CONTRA O HISTORICO DE ALUGUERES
         ESCOLHE-LIVRO-DOMICILIO.

         MOVE 0 TO WS-DOM-CODLIVRO.
         MOVE SPACES TO WS-CONFIRMAR.
         DISPLAY CLS.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         DISPLAY "NIF Cliente:" AT 0915 FOREGROUND-COLOR 6.
         DISPLAY WS-DOM-NIF AT 0929 FOREGROUND-COLOR 6.
         DISPLAY WS-DOM-NOME AT 0939 FOREGROUND-COLOR 6.
         DISPLAY "RESERVAS EM ABERTO" AT 1015 FOREGROUND-COLOR 6.
         DISPLAY "ESCOLHIDOS P/ PROXIMA RONDA" AT 1055
         FOREGROUND-COLOR 6.

         MOVE 11 TO WS-LINHA.
         OPEN INPUT FICLIV.
         OPEN INPUT FICRES.
         IF FS-RES = "00" THEN
            PERFORM UNTIL (FS-RES NOT = "00") OR (WS-LINHA > 16)
               READ FICRES NEXT RECORD
                  AT END
                     MOVE "10" TO FS-RES
                  NOT AT END
                     IF (FS-NIF2 = WS-DOM-NIF) AND
                        ((FS-SITUACAO-RES = "PENDENTE") OR
                         (FS-SITUACAO-RES = "PRONTA")) THEN
                        MOVE FS-CODLIVRO2 TO FS-CODLIVRO
                        READ FICLIV
                          INVALID KEY
                             MOVE SPACES TO FS-TITULO
                        END-READ
                        DISPLAY FS-CODLIVRO2 LINE WS-LINHA COL 15
                        DISPLAY FS-TITULO(1:25) LINE WS-LINHA COL 20
                        DISPLAY FS-SITUACAO-RES(1:1) LINE WS-LINHA
                        COL 46
                        ADD 1 TO WS-LINHA
                     END-IF
               END-READ
            END-PERFORM
         END-IF.
         CLOSE FICRES.

         MOVE 11 TO WS-LINHA.
         OPEN INPUT FICEDM.
         MOVE WS-DOM-NIF TO FS-EDM-NIF.
         START FICEDM KEY = FS-EDM-NIF
              INVALID KEY
              MOVE "10" TO FS-EDM
         END-START.
         PERFORM UNTIL (FS-EDM NOT = "00") OR (WS-LINHA > 16)
            READ FICEDM NEXT RECORD
               AT END
                  MOVE "10" TO FS-EDM
               NOT AT END
                  IF FS-EDM-NIF NOT = WS-DOM-NIF THEN
                     MOVE "10" TO FS-EDM
                  ELSE
                     IF FS-EDM-ESTADO = "ESCOLHIDO" THEN
                        MOVE FS-EDM-CODLIVRO TO FS-CODLIVRO
                        READ FICLIV
                          INVALID KEY
                             MOVE SPACES TO FS-TITULO
                        END-READ
                        DISPLAY FS-EDM-CODLIVRO LINE WS-LINHA COL 55
                        DISPLAY FS-TITULO(1:25) LINE WS-LINHA COL 60
                        ADD 1 TO WS-LINHA
                     END-IF
                  END-IF
            END-READ
         END-PERFORM.
         CLOSE FICEDM.
         CLOSE FICLIV.

         DISPLAY "COD LIVRO A ENVIAR (0=OUTRO SOCIO):" AT 1815
         FOREGROUND-COLOR 6.
         ACCEPT WS-DOM-CODLIVRO AT 1851.

         IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
               GO INICIO-DOMICILIO
         END-IF.

         IF WS-DOM-CODLIVRO = 0 THEN
               GO ESCOLHER-LIVROS-DOMICILIO
         END-IF.

         OPEN INPUT FICLIV.
         MOVE WS-DOM-CODLIVRO TO FS-CODLIVRO.
         READ FICLIV
           INVALID KEY
              MOVE "LIVRO NAO EXISTE" TO WS-MSG-ERRO
              PERFORM MOSTRA-ERRO
              CLOSE FICLIV
              GO ESCOLHE-LIVRO-DOMICILIO
         END-READ.
         CLOSE FICLIV.
         DISPLAY FS-TITULO AT 1915 FOREGROUND-COLOR 6.

      * LIVRO JA ESCOLHIDO: A SEGUNDA ESCOLHA SERVE PARA A ANULAR
         MOVE 0 TO WS-DOM-CODEDM.
         OPEN INPUT FICEDM.
         MOVE WS-DOM-NIF TO FS-EDM-NIF.
         START FICEDM KEY = FS-EDM-NIF
              INVALID KEY
              MOVE "10" TO FS-EDM
         END-START.
         PERFORM UNTIL FS-EDM NOT = "00"
            READ FICEDM NEXT RECORD
               AT END
                  MOVE "10" TO FS-EDM
               NOT AT END
                  IF FS-EDM-NIF NOT = WS-DOM-NIF THEN
                     MOVE "10" TO FS-EDM
                  ELSE
                     IF (FS-EDM-CODLIVRO = WS-DOM-CODLIVRO) AND
                        (FS-EDM-ESTADO = "ESCOLHIDO") THEN
                        MOVE FS-CODEDM TO WS-DOM-CODEDM
                     END-IF
                  END-IF
            END-READ
         END-PERFORM.
         CLOSE FICEDM.

         IF WS-DOM-CODEDM NOT = 0 THEN
            DISPLAY "LIVRO JA ESCOLHIDO. QUER ANULAR A ESCOLHA (S/N)?: "
            AT 2013 FOREGROUND-COLOR 4 HIGHLIGHT
            PERFORM WITH TEST AFTER UNTIL VALIDA-CONFIRMAR
              ACCEPT WS-CONFIRMAR AT 2064
                  IF NOT VALIDA-CONFIRMAR THEN
                      MOVE "TEM DE RESPONDER S OU N" TO WS-MSG-ERRO
                      PERFORM MOSTRA-ERRO
            END-PERFORM
            MOVE FUNCTION UPPER-CASE(WS-CONFIRMAR) TO WS-CONFIRMAR
            IF WS-CONFIRMAR = "S" THEN
               OPEN I-O FICEDM
               MOVE WS-DOM-CODEDM TO FS-CODEDM
               READ FICEDM
                 NOT INVALID KEY
                    MOVE "ANULADO" TO FS-EDM-ESTADO
                    REWRITE REGISTO-EDM
                    END-REWRITE
               END-READ
               CLOSE FICEDM
               MOVE "ANULAR ESCOLHA DOMIC" TO WS-AUD-ACAO
               MOVE "DOMICILIO" TO WS-AUD-ENTIDADE
               MOVE WS-DOM-CODEDM TO WS-AUD-CHAVE
               PERFORM REGISTAR-AUDITORIA
               MOVE "ESCOLHA ANULADA" TO WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
            END-IF
            GO ESCOLHE-LIVRO-DOMICILIO
         END-IF.

         PERFORM VERIFICA-HISTORICO-DOMICILIO.

         IF WS-DOM-EMPRESTADO = 1 THEN
             MOVE "O SOCIO TEM ESTE LIVRO EMPRESTADO" TO WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
             GO ESCOLHE-LIVRO-DOMICILIO
         END-IF.

         IF WS-DOM-JA-LIDO = 1 THEN
             DISPLAY "ATENCAO: O SOCIO JA LEU ESTE LIVRO" AT 1615
             FOREGROUND-COLOR 4 HIGHLIGHT
         END-IF.

         IF FS-EXEMPLARES-DISP = 0 THEN
             DISPLAY "SEM EXEMPLARES DISPONIVEIS DE MOMENTO" AT 1715
             FOREGROUND-COLOR 4 HIGHLIGHT
         END-IF.

         DISPLAY "QUER ENVIAR NA PROXIMA RONDA (S/N)?: " AT 2013
         FOREGROUND-COLOR 4 HIGHLIGHT.

         PERFORM WITH TEST AFTER UNTIL VALIDA-CONFIRMAR
           ACCEPT WS-CONFIRMAR AT 2051
               IF NOT VALIDA-CONFIRMAR THEN
                   MOVE "TEM DE RESPONDER S OU N" TO WS-MSG-ERRO
                   PERFORM MOSTRA-ERRO
         END-PERFORM.

         MOVE FUNCTION UPPER-CASE(WS-CONFIRMAR) TO WS-CONFIRMAR.

         IF WS-CONFIRMAR NOT = "S" THEN
            GO ESCOLHE-LIVRO-DOMICILIO
         END-IF.

         PERFORM OBTEM-SEQ-DOMICILIO.
         OPEN I-O FICEDM.
         MOVE WS-DOM-MAX-SEQ TO FS-CODEDM.
         MOVE WS-DOM-NIF TO FS-EDM-NIF.
         MOVE WS-DOM-CODLIVRO TO FS-EDM-CODLIVRO.
         COMPUTE FS-EDM-DATA-ESC = WRK-ANO * 10000 + WRK-MES * 100
             + WRK-DIA.
         MOVE "ESCOLHIDO" TO FS-EDM-ESTADO.
         MOVE 0 TO FS-EDM-CODALUGUER.
         MOVE 0 TO FS-EDM-DATA-ENT.
         MOVE 0 TO FS-EDM-CODVOL.
         MOVE 0 TO FS-EDM-DATA-REC.
         WRITE REGISTO-EDM
         END-WRITE.
         IF FS-EDM NOT = "00" THEN
            MOVE "ENTREGAS" TO WS-ERR-FICHEIRO
            MOVE FS-EDM TO WS-ERR-STATUS
            PERFORM TRATA-ERRO-FICHEIRO
         END-IF.
         CLOSE FICEDM.

         MOVE "ESCOLHER LIVRO DOMIC" TO WS-AUD-ACAO.
         MOVE "DOMICILIO" TO WS-AUD-ENTIDADE.
         MOVE FS-CODEDM TO WS-AUD-CHAVE.
         PERFORM REGISTAR-AUDITORIA.

         GO ESCOLHE-LIVRO-DOMICILIO.

         VERIFICA-HISTORICO-DOMICILIO.

         MOVE 0 TO WS-DOM-JA-LIDO.
         MOVE 0 TO WS-DOM-EMPRESTADO.
         OPEN INPUT FICALU.
         IF FS-ALU = "00" THEN
            PERFORM UNTIL FS-ALU NOT = "00"
               READ FICALU NEXT RECORD
                  AT END
                     MOVE "10" TO FS-ALU
                  NOT AT END
                     IF (FS-NIF1 = WS-DOM-NIF) AND
                        (FS-CODLIVRO1 = WS-DOM-CODLIVRO) THEN
                        IF FS-SITUACAO = "A DEVOLVER" THEN
                           MOVE 1 TO WS-DOM-EMPRESTADO
                        ELSE
                           MOVE 1 TO WS-DOM-JA-LIDO
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
         END-IF.
         CLOSE FICALU.

         OBTEM-SEQ-DOMICILIO.

         MOVE 0 TO WS-DOM-MAX-SEQ.
         OPEN INPUT FICEDM.
         IF FS-EDM = "00" THEN
            PERFORM UNTIL FS-EDM NOT = "00"
               READ FICEDM NEXT RECORD
                  AT END
                     MOVE "10" TO FS-EDM
                  NOT AT END
                     IF FS-CODEDM > WS-DOM-MAX-SEQ THEN
                        MOVE FS-CODEDM TO WS-DOM-MAX-SEQ
                     END-IF
               END-READ
            END-PERFORM
         END-IF.
         CLOSE FICEDM.
         ADD 1 TO WS-DOM-MAX-SEQ.

      * RONDA SEMANAL: OS LIVROS ESCOLHIDOS PASSAM A ALUGUERES COM O
      * PRAZO DO DOMICILIO E CADA VOLUNTARIO RECEBE A SUA FOLHA COM O
      * QUE ENTREGAR E O QUE RECOLHER, POR DIA PREFERIDO DO SOCIO
         RONDA-DOMICILIO.

         MOVE SPACES TO WS-CONFIRMAR.
         MOVE "RONDA SEMANAL DOMICILIO" TO WS-OP.
         MOVE "ESC PARA SAIR" TO WS-ESTADO.
         DISPLAY CLS.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.

         DISPLAY "GERAR A RONDA E REGISTAR OS ALUGUERES (S/N)?: "
         AT 1015 FOREGROUND-COLOR 4 HIGHLIGHT.

         PERFORM WITH TEST AFTER UNTIL VALIDA-CONFIRMAR
           ACCEPT WS-CONFIRMAR AT 1062
               IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
                   GO INICIO-DOMICILIO
               END-IF
               IF NOT VALIDA-CONFIRMAR THEN
                   MOVE "TEM DE RESPONDER S OU N" TO WS-MSG-ERRO
                   PERFORM MOSTRA-ERRO
         END-PERFORM.

         MOVE FUNCTION UPPER-CASE(WS-CONFIRMAR) TO WS-CONFIRMAR.
         IF WS-CONFIRMAR NOT = "S" THEN
            GO INICIO-DOMICILIO
         END-IF.

         COMPUTE WS-DOM-DATA-HOJE = WRK-ANO * 10000 + WRK-MES * 100
             + WRK-DIA.
         COMPUTE WS-INT-NOVA-DATA =
             FUNCTION INTEGER-OF-DATE (WS-DOM-DATA-HOJE) +
             WS-PRAZO-DOMICILIO.
         PERFORM AJUSTA-DIA-ABERTO.
         COMPUTE WS-DOM-DATA-W =
             FUNCTION DATE-OF-INTEGER (WS-INT-NOVA-DATA).
         MOVE WS-DOM-DATA-W TO WS-DOM-DATA-LIMITE.

         MOVE 0 TO WS-DOM-MAX-ALU.
         OPEN INPUT FICALU.
         IF FS-ALU = "00" THEN
            PERFORM UNTIL FS-ALU NOT = "00"
               READ FICALU NEXT RECORD
                  AT END
                     MOVE "10" TO FS-ALU
                  NOT AT END
                     MOVE FS-CODALUGUER TO WS-DOM-CODALU
                     IF WS-DOM-CODALU > WS-DOM-MAX-ALU THEN
                        MOVE WS-DOM-CODALU TO WS-DOM-MAX-ALU
                     END-IF
               END-READ
            END-PERFORM
         END-IF.
         CLOSE FICALU.

         MOVE 0 TO WS-DOM-ENTREGAS.
         MOVE 0 TO WS-DOM-RECOLHAS.
         MOVE 0 TO WS-DOM-PENDENTES.

         OPEN OUTPUT FICRND.
         MOVE SPACES TO FS-RND-LINHA.
         STRING "RONDA DE ENTREGAS AO DOMICILIO - " WRK-DIA "-"
            WRK-MES "-" WRK-ANO " - FILIAL " WS-FILIAL-LOGADA
            DELIMITED BY SIZE
            INTO FS-RND-LINHA
         END-STRING.
         WRITE REGISTO-RND.

         OPEN I-O FICALU.
         OPEN I-O FICLIV.
         OPEN I-O FICCLI.
         OPEN I-O FICRES.
         OPEN I-O FICEDM.
         OPEN INPUT FICVOL.
         IF FS-VOL = "00" THEN
            PERFORM UNTIL FS-VOL NOT = "00"
               READ FICVOL NEXT RECORD
                  AT END
                     MOVE "10" TO FS-VOL
                  NOT AT END
                     IF FS-VOL-ATIVO = "S" THEN
                        MOVE FS-CODVOL TO WS-DOM-VOL-ATUAL
                        MOVE FS-VOL-NOME TO WS-DOM-VOL-NOME
                        MOVE FS-VOL-TELEFONE TO WS-DOM-VOL-TEL
                        PERFORM RONDA-VOLUNTARIO
                     END-IF
               END-READ
            END-PERFORM
         END-IF.
         CLOSE FICVOL.

      * SOCIOS SEM VOLUNTARIO, OU CUJO VOLUNTARIO JA NAO EXISTE OU
      * ESTA INATIVO
         OPEN INPUT FICVOL.
         MOVE 0 TO WS-DOM-VOL-ATUAL.
         MOVE "SEM VOLUNTARIO ATRIBUIDO" TO WS-DOM-VOL-NOME.
         MOVE SPACES TO WS-DOM-VOL-TEL.
         PERFORM RONDA-VOLUNTARIO.
         CLOSE FICVOL.

         CLOSE FICEDM.
         CLOSE FICRES.
         CLOSE FICCLI.
         CLOSE FICLIV.
         CLOSE FICALU.

         MOVE SPACES TO FS-RND-LINHA.
         WRITE REGISTO-RND.
         MOVE SPACES TO FS-RND-LINHA.
         STRING "TOTAL A ENTREGAR: " WS-DOM-ENTREGAS
            "   A RECOLHER: " WS-DOM-RECOLHAS
            "   ADIADOS (SEM EXEMPLAR): " WS-DOM-PENDENTES
            DELIMITED BY SIZE
            INTO FS-RND-LINHA
         END-STRING.
         WRITE REGISTO-RND.
         CLOSE FICRND.

         MOVE "RONDA DOMICILIO" TO WS-AUD-ACAO.
         MOVE "DOMICILIO" TO WS-AUD-ENTIDADE.
         MOVE WS-DOM-ENTREGAS TO WS-AUD-CHAVE.
         PERFORM REGISTAR-AUDITORIA.

         MOVE FUNCTION CONCATENATE (WS-DOM-ENTREGAS, " A ENTREGAR, ",
             WS-DOM-RECOLHAS, " A RECOLHER EM RONDA_DOMICILIO.TXT")
             TO WS-MSG-ERRO.
         PERFORM MOSTRA-ERRO.
         GO INICIO-DOMICILIO.

         RONDA-VOLUNTARIO.

         MOVE 0 TO WS-DOM-VOL-ESCRITO.
         PERFORM VARYING WS-DOM-DIA-R FROM 2 BY 1
            UNTIL WS-DOM-DIA-R > 7
            OPEN INPUT FICDOM
            IF FS-DOM = "00" THEN
               PERFORM UNTIL FS-DOM NOT = "00"
                  READ FICDOM NEXT RECORD
                     AT END
                        MOVE "10" TO FS-DOM
                     NOT AT END
                        IF (FS-DOM-ATIVO = "S") AND
                           (FS-DOM-DIA = WS-DOM-DIA-R) THEN
                           PERFORM VERIFICA-VOLUNTARIO-RONDA
                           IF WS-DOM-DO-VOL = 1 THEN
                              PERFORM RONDA-SOCIO-DOMICILIO
                           END-IF
                        END-IF
                  END-READ
               END-PERFORM
            END-IF
            CLOSE FICDOM
         END-PERFORM.

         VERIFICA-VOLUNTARIO-RONDA.

         MOVE 0 TO WS-DOM-DO-VOL.
         IF WS-DOM-VOL-ATUAL NOT = 0 THEN
            IF FS-DOM-CODVOL = WS-DOM-VOL-ATUAL THEN
               MOVE 1 TO WS-DOM-DO-VOL
            END-IF
         ELSE
            IF FS-DOM-CODVOL = 0 THEN
               MOVE 1 TO WS-DOM-DO-VOL
            ELSE
               MOVE FS-DOM-CODVOL TO FS-CODVOL
               READ FICVOL
                 INVALID KEY
                    MOVE 1 TO WS-DOM-DO-VOL
                 NOT INVALID KEY
                    IF FS-VOL-ATIVO NOT = "S" THEN
                       MOVE 1 TO WS-DOM-DO-VOL
                    END-IF
               END-READ
            END-IF
         END-IF.

         RONDA-SOCIO-DOMICILIO.

         MOVE 0 TO WS-DOM-SOC-ESCRITO.
         MOVE FS-DOM-NIF TO WS-DOM-NIF.
         MOVE FS-DOM-NIF TO FS-EDM-NIF.
         START FICEDM KEY = FS-EDM-NIF
              INVALID KEY
              MOVE "10" TO FS-EDM
         END-START.
         PERFORM UNTIL FS-EDM NOT = "00"
            READ FICEDM NEXT RECORD
               AT END
                  MOVE "10" TO FS-EDM
               NOT AT END
                  IF FS-EDM-NIF NOT = WS-DOM-NIF THEN
                     MOVE "10" TO FS-EDM
                  ELSE
                     EVALUATE FS-EDM-ESTADO
                        WHEN "ESCOLHIDO"
                           PERFORM ENTREGA-ESCOLHA-DOMICILIO
                        WHEN "ENTREGUE"
                           IF FS-EDM-DATA-ENT < WS-DOM-DATA-HOJE THEN
                              PERFORM RECOLHA-ESCOLHA-DOMICILIO
                           END-IF
                     END-EVALUATE
                  END-IF
            END-READ
         END-PERFORM.

         IF WS-DOM-SOC-ESCRITO = 1 THEN
            MOVE SPACES TO FS-RND-LINHA
            MOVE "      RECEBIDO POR: ______________________________"
            TO FS-RND-LINHA
            WRITE REGISTO-RND
         END-IF.

         ENTREGA-ESCOLHA-DOMICILIO.

         MOVE FS-EDM-CODLIVRO TO FS-CODLIVRO.
         READ FICLIV WITH LOCK
           INVALID KEY
              MOVE "ANULADO" TO FS-EDM-ESTADO
              REWRITE REGISTO-EDM
              END-REWRITE
              EXIT PARAGRAPH
         END-READ.

         PERFORM ESCREVE-CABECALHO-RONDA.

         IF (FS-LIV = "51") OR (FS-EXEMPLARES-DISP = 0) OR
            (FS-FIL-DISP(WS-FILIAL-LOGADA) = 0) THEN
            UNLOCK FICLIV
            MOVE SPACES TO FS-RND-LINHA
            STRING "      ADIADO    " FS-EDM-CODLIVRO " "
               FS-TITULO(1:40) " (SEM EXEMPLAR NA FILIAL)"
               DELIMITED BY SIZE
               INTO FS-RND-LINHA
            END-STRING
            WRITE REGISTO-RND
            ADD 1 TO WS-DOM-PENDENTES
            EXIT PARAGRAPH
         END-IF.

         SUBTRACT 1 FROM FS-EXEMPLARES-DISP.
         ADD 1 TO FS-NUM-ALUGUERES-L.
         SUBTRACT 1 FROM FS-FIL-DISP(WS-FILIAL-LOGADA).
         REWRITE REGISTO-L
         END-REWRITE.
         UNLOCK FICLIV.

         MOVE 0 TO FS-ALU.
         PERFORM WITH TEST AFTER UNTIL FS-ALU NOT = "22"
            ADD 1 TO WS-DOM-MAX-ALU
            INITIALIZE REGISTO-AL
            MOVE WS-DOM-MAX-ALU TO FS-CODALUGUER
            MOVE WRK-DIA TO FS-DATA-DIA1
            MOVE WRK-MES TO FS-DATA-MES1
            MOVE WRK-ANO TO FS-DATA-ANO1
            MOVE 0 TO FS-DATA-DIA2
            MOVE 0 TO FS-DATA-MES2
            MOVE 0 TO FS-DATA-ANO2
            MOVE FS-EDM-CODLIVRO TO FS-CODLIVRO1
            MOVE FS-EDM-NIF TO FS-NIF1
            MOVE "A DEVOLVER" TO FS-SITUACAO
            MOVE WS-FILIAL-LOGADA TO FS-CODFILIAL1
            WRITE REGISTO-AL
            END-WRITE
         END-PERFORM.

         MOVE FS-EDM-NIF TO FS-NIF.
         READ FICCLI WITH LOCK
           NOT INVALID KEY
              ADD 1 TO FS-NUM-ALUGUERES-C
              REWRITE REGISTO-C
              END-REWRITE
              UNLOCK FICCLI
         END-READ.

         MOVE "ENTREGUE" TO FS-EDM-ESTADO.
         MOVE WS-DOM-MAX-ALU TO FS-EDM-CODALUGUER.
         MOVE WS-DOM-DATA-HOJE TO FS-EDM-DATA-ENT.
         MOVE WS-DOM-VOL-ATUAL TO FS-EDM-CODVOL.
         REWRITE REGISTO-EDM
         END-REWRITE.

      * A RESERVA DO SOCIO PARA ESTE LIVRO FICA ATENDIDA
         MOVE 0 TO FS-CODRESERVA.
         START FICRES KEY > FS-CODRESERVA
             INVALID KEY
             MOVE "10" TO FS-RES
         END-START.
         PERFORM UNTIL FS-RES NOT = "00"
            READ FICRES NEXT RECORD
               AT END
                  MOVE "10" TO FS-RES
               NOT AT END
                  IF (FS-NIF2 = FS-EDM-NIF) AND
                     (FS-CODLIVRO2 = FS-EDM-CODLIVRO) AND
                     ((FS-SITUACAO-RES = "PENDENTE") OR
                      (FS-SITUACAO-RES = "PRONTA")) THEN
                     MOVE "ATENDIDA" TO FS-SITUACAO-RES
                     REWRITE REGISTO-R
                     END-REWRITE
                  END-IF
            END-READ
         END-PERFORM.

         MOVE WS-DOM-DATA-LIMITE TO WS-DOM-DATA-W.
         MOVE SPACES TO FS-RND-LINHA.
         STRING "      ENTREGAR  " FS-EDM-CODLIVRO " "
            FS-TITULO(1:40) " ALUGUER " FS-EDM-CODALUGUER
            " DEVOLVER ATE " WS-DOM-DATA-DIA "-" WS-DOM-DATA-MES "-"
            WS-DOM-DATA-ANO
            DELIMITED BY SIZE
            INTO FS-RND-LINHA
         END-STRING.
         WRITE REGISTO-RND.
         ADD 1 TO WS-DOM-ENTREGAS.

         MOVE "ALUGUER DOMICILIO" TO WS-AUD-ACAO.
         MOVE "ALUGUER" TO WS-AUD-ENTIDADE.
         MOVE FS-EDM-CODALUGUER TO WS-AUD-CHAVE.
         PERFORM REGISTAR-AUDITORIA.

         RECOLHA-ESCOLHA-DOMICILIO.

         MOVE FS-EDM-CODALUGUER TO FS-CODALUGUER.
         READ FICALU
           INVALID KEY
              MOVE SPACES TO FS-SITUACAO
         END-READ.

      * DEVOLVIDO ENTRETANTO NO BALCAO: NADA A RECOLHER
         IF FS-SITUACAO NOT = "A DEVOLVER" THEN
            MOVE "RECOLHIDO" TO FS-EDM-ESTADO
            MOVE WS-DOM-DATA-HOJE TO FS-EDM-DATA-REC
            REWRITE REGISTO-EDM
            END-REWRITE
            EXIT PARAGRAPH
         END-IF.

         MOVE FS-EDM-CODLIVRO TO FS-CODLIVRO.
         READ FICLIV
           INVALID KEY
              MOVE SPACES TO FS-TITULO
         END-READ.

         PERFORM ESCREVE-CABECALHO-RONDA.
         MOVE FS-EDM-DATA-ENT TO WS-DOM-DATA-W.
         MOVE SPACES TO FS-RND-LINHA.
         STRING "      RECOLHER  " FS-EDM-CODLIVRO " "
            FS-TITULO(1:40) " ALUGUER " FS-EDM-CODALUGUER
            " ENTREGUE EM " WS-DOM-DATA-DIA "-" WS-DOM-DATA-MES "-"
            WS-DOM-DATA-ANO
            DELIMITED BY SIZE
            INTO FS-RND-LINHA
         END-STRING.
         WRITE REGISTO-RND.
         ADD 1 TO WS-DOM-RECOLHAS.

         ESCREVE-CABECALHO-RONDA.

         IF WS-DOM-VOL-ESCRITO = 0 THEN
            MOVE 1 TO WS-DOM-VOL-ESCRITO
            MOVE SPACES TO FS-RND-LINHA
            WRITE REGISTO-RND
            MOVE ALL "=" TO FS-RND-LINHA
            WRITE REGISTO-RND
            MOVE SPACES TO FS-RND-LINHA
            STRING "VOLUNTARIO " WS-DOM-VOL-ATUAL " - "
               WS-DOM-VOL-NOME " TEL " WS-DOM-VOL-TEL
               DELIMITED BY SIZE
               INTO FS-RND-LINHA
            END-STRING
            WRITE REGISTO-RND
            MOVE ALL "=" TO FS-RND-LINHA
            WRITE REGISTO-RND
         END-IF.

         IF WS-DOM-SOC-ESCRITO = 0 THEN
            MOVE 1 TO WS-DOM-SOC-ESCRITO
            MOVE FS-DOM-NIF TO FS-NIF
            READ FICCLI
              INVALID KEY
                 MOVE "(CLIENTE NAO EXISTE)" TO FS-NOME
            END-READ
            MOVE FS-DOM-DIA TO WS-DOM-IDX
            SUBTRACT 1 FROM WS-DOM-IDX
            MOVE SPACES TO FS-RND-LINHA
            WRITE REGISTO-RND
            MOVE SPACES TO FS-RND-LINHA
            STRING WS-DOM-NOME-DIA(WS-DOM-IDX) "  SOCIO " FS-DOM-NIF
               " " FS-NOME " TEL " FS-DOM-TELEFONE
               DELIMITED BY SIZE
               INTO FS-RND-LINHA
            END-STRING
            WRITE REGISTO-RND
            MOVE SPACES TO FS-RND-LINHA
            STRING "      " FS-DOM-MORADA " " FS-DOM-COD-POSTAL " "
               FS-DOM-LOCALIDADE
               DELIMITED BY SIZE
               INTO FS-RND-LINHA
            END-STRING
            WRITE REGISTO-RND
            IF FS-DOM-OBS NOT = SPACES THEN
               MOVE SPACES TO FS-RND-LINHA
               STRING "      OBS: " FS-DOM-OBS
                  DELIMITED BY SIZE
                  INTO FS-RND-LINHA
               END-STRING
               WRITE REGISTO-RND
            END-IF
         END-IF.

         LISTAR-SOCIOS-DOMICILIO.

         MOVE "LISTAR SOCIOS DOMICILIO" TO WS-OP.
         MOVE "ESC PARA SAIR" TO WS-ESTADO.
         DISPLAY CLS.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         DISPLAY "NIF       NOME                           DIA VOL AT "
         & "MORADA" LINE 07 COL 01 FOREGROUND-COLOR 6.
         DISPLAY "***********************************"
         & "******************************************************"
         LINE 08 COL 01 FOREGROUND-COLOR 6.

         MOVE 1 TO WS-PAGINA.
         MOVE 1 TO WS-LINHAS-PAGINA.
         MOVE 9 TO WS-LINHA.
         MOVE 0 TO BOOLEANO.
         OPEN INPUT FICCLI.
         OPEN INPUT FICDOM.
         IF FS-DOM = "00" THEN
            PERFORM UNTIL FS-DOM NOT = "00"
               READ FICDOM NEXT RECORD
                  AT END
                     MOVE "10" TO FS-DOM
                  NOT AT END
                     MOVE 1 TO BOOLEANO
                     MOVE FS-DOM-NIF TO FS-NIF
                     READ FICCLI
                       INVALID KEY
                          MOVE "(CLIENTE NAO EXISTE)" TO FS-NOME
                     END-READ
                     MOVE FS-DOM-DIA TO WS-DOM-IDX
                     SUBTRACT 1 FROM WS-DOM-IDX
                     DISPLAY FS-DOM-NIF LINE WS-LINHA COL 01
                     DISPLAY FS-NOME LINE WS-LINHA COL 11
                     DISPLAY WS-DOM-NOME-DIA(WS-DOM-IDX) LINE WS-LINHA
                     COL 42
                     DISPLAY FS-DOM-CODVOL LINE WS-LINHA COL 46
                     DISPLAY FS-DOM-ATIVO LINE WS-LINHA COL 50
                     DISPLAY FS-DOM-MORADA(1:40) LINE WS-LINHA COL 53
                     ADD 1 TO WS-LINHA
                     ADD 1 TO WS-LINHAS-PAGINA
                     IF (WS-LINHAS-PAGINA>10) THEN
                        ADD 1 TO WS-LINHA
                        DISPLAY "Prima ENTER para continuar."
                        LINE WS-LINHA COL 20 FOREGROUND-COLOR 3
                        HIGHLIGHT
                        ACCEPT OMITTED LINE WS-LINHA COL 48
                        DISPLAY CLS
                        DISPLAY LAYOUT-INICIAL
                        DISPLAY MENU-PRINCIPAL
                        DISPLAY "NIF       NOME                      "
                        & "     DIA VOL AT MORADA" LINE 07 COL 01
                        FOREGROUND-COLOR 6
                        MOVE 9 TO WS-LINHA
                        MOVE 1 TO WS-LINHAS-PAGINA
                        ADD 1 TO WS-PAGINA
                     END-IF
               END-READ
            END-PERFORM
         END-IF.
         CLOSE FICDOM.
         CLOSE FICCLI.

         IF BOOLEANO = 0 THEN
             MOVE "NENHUM SOCIO NO SERVICO AO DOMICILIO" TO WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
         ELSE
             ACCEPT OMITTED AT 2501
         END-IF.
         GO INICIO-DOMICILIO.

      * ALUGUER FEITO PELA RONDA AO DOMICILIO? (WS-DOM-MARCAR = 1
      * REGISTA TAMBEM A RECOLHA DO LIVRO)
         VERIFICA-ALUGUER-DOMICILIO.

         MOVE 0 TO WS-DOM-ALUGUER.
         MOVE FS-CODALUGUER TO WS-DOM-CODALU.
         IF WS-DOM-CODALU = 0 THEN
            EXIT PARAGRAPH
         END-IF.
         OPEN I-O FICEDM.
         IF (FS-EDM = "00") THEN
            MOVE WS-DOM-CODALU TO FS-EDM-CODALUGUER
            START FICEDM KEY = FS-EDM-CODALUGUER
                 INVALID KEY
                 MOVE "10" TO FS-EDM
            END-START
            PERFORM UNTIL FS-EDM NOT = "00"
               READ FICEDM NEXT RECORD
                  AT END
                     MOVE "10" TO FS-EDM
                  NOT AT END
                     IF FS-EDM-CODALUGUER NOT = WS-DOM-CODALU THEN
                        MOVE "10" TO FS-EDM
                     ELSE
                        IF (FS-EDM-NIF = FS-NIF1) AND
                           (FS-EDM-CODLIVRO = FS-CODLIVRO1) AND
                           ((FS-EDM-ESTADO = "ENTREGUE") OR
                            (FS-EDM-ESTADO = "RECOLHIDO")) THEN
                           MOVE 1 TO WS-DOM-ALUGUER
                           IF (WS-DOM-MARCAR = 1) AND
                              (FS-EDM-ESTADO = "ENTREGUE") THEN
                              MOVE "RECOLHIDO" TO FS-EDM-ESTADO
                              COMPUTE FS-EDM-DATA-REC =
                                  FS-DATA-ANO2 * 10000 +
                                  FS-DATA-MES2 * 100 + FS-DATA-DIA2
                              REWRITE REGISTO-EDM
                              END-REWRITE
                           END-IF
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
         END-IF.
         CLOSE FICEDM.
         MOVE 0 TO WS-DOM-MARCAR.

         EXPORTAR-CSV.

         IF NOT SUPERVISOR-LOGADO THEN
             MOVE "OPERACAO RESERVADA A SUPERVISORES" TO
                 WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
             GO MENU-INICIAL
         END-IF.

         OPEN INPUT FICCLI.
         OPEN OUTPUT FICCLICSV.
         MOVE "NIF,NOME,DATA ADMISSAO,EMAIL" TO FS-CSV-LINHA1.
         WRITE REGISTO-CLICSV.
         PERFORM UNTIL FS-CLI = "10"
            READ FICCLI NEXT RECORD
               AT END
                  CONTINUE
               NOT AT END
                  MOVE SPACES TO WS-CSV-LINHA
                  STRING FS-NIF DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FS-NOME DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FS-DATA-DIA DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     FS-DATA-MES DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     FS-DATA-ANO DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FS-EMAIL DELIMITED BY SIZE
                     INTO WS-CSV-LINHA
                  END-STRING
                  MOVE WS-CSV-LINHA TO FS-CSV-LINHA1
                  WRITE REGISTO-CLICSV
            END-READ
         END-PERFORM.
         CLOSE FICCLI.
         CLOSE FICCLICSV.

         OPEN INPUT FICTEM.
         OPEN OUTPUT FICTEMCSV.
         MOVE "CODTEMA,TEMA" TO FS-CSV-LINHA2.
         WRITE REGISTO-TEMCSV.
         PERFORM UNTIL FS-TEM = "10"
            READ FICTEM NEXT RECORD
               AT END
                  CONTINUE
               NOT AT END
                  MOVE SPACES TO WS-CSV-LINHA
                  STRING FS-CODTEMA DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FS-TEMA DELIMITED BY SIZE
                     INTO WS-CSV-LINHA
                  END-STRING
                  MOVE WS-CSV-LINHA TO FS-CSV-LINHA2
                  WRITE REGISTO-TEMCSV
            END-READ
         END-PERFORM.
         CLOSE FICTEM.
         CLOSE FICTEMCSV.

         OPEN INPUT FICAUT.
         OPEN OUTPUT FICAUTCSV.
         MOVE "CODAUTOR,AUTOR" TO FS-CSV-LINHA3.
         WRITE REGISTO-AUTCSV.
         PERFORM UNTIL FS-AUT = "10"
            READ FICAUT NEXT RECORD
               AT END
                  CONTINUE
               NOT AT END
                  MOVE SPACES TO WS-CSV-LINHA
                  STRING FS-CODAUTOR DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FS-AUTOR DELIMITED BY SIZE
                     INTO WS-CSV-LINHA
                  END-STRING
                  MOVE WS-CSV-LINHA TO FS-CSV-LINHA3
                  WRITE REGISTO-AUTCSV
            END-READ
         END-PERFORM.
         CLOSE FICAUT.
         CLOSE FICAUTCSV.

         OPEN INPUT FICLIV.
         OPEN OUTPUT FICLIVCSV.
         MOVE "CODLIVRO,TITULO,CODTEMA,CODAUTOR,NEXEMPLARES,"
         & "DISP" TO FS-CSV-LINHA4.
            CLOSE FICTEM
         END-IF.

      * NUMEROS DE PERIODICOS SEGUEM O PRAZO DA PROPRIA ASSINATURA
         OPEN INPUT FICASS.
         IF FS-ASS = "00" THEN
            PERFORM UNTIL FS-ASS NOT = "00"
               READ FICASS NEXT RECORD
                  AT END
                     MOVE "10" TO FS-ASS
                  NOT AT END
                     IF (FS-ASS-CODLIVRO = FS-CODLIVRO1) AND
                        (FS-ASS-PRAZO NOT = 0) THEN
                        MOVE FS-ASS-PRAZO TO WS-PRAZO-ALUGUER
                     END-IF
               END-READ
            END-PERFORM
         END-IF.
         CLOSE FICASS.

      * ALUGUERES DA RONDA AO DOMICILIO TEM PRAZO PROPRIO
         PERFORM VERIFICA-ALUGUER-DOMICILIO.
         IF WS-DOM-ALUGUER = 1 THEN
            MOVE WS-PRAZO-DOMICILIO TO WS-PRAZO-ALUGUER
         END-IF.

         CARREGA-PARAMETROS.

         OPEN INPUT FICPAR.
         MOVE 0 TO WS-ISBN-ACHADO.
         MOVE 0 TO WS-COD-ISBN.
         OPEN I-O FICLIV.
         IF (FS-LIV <> "05") AND (WS-ISBN-BUSCA NOT = SPACES) THEN
            MOVE WS-ISBN-BUSCA TO FS-ISBN
            READ FICLIV KEY IS FS-ISBN
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 1 TO WS-ISBN-ACHADO
                  MOVE FS-CODLIVRO TO WS-COD-ISBN
            END-READ
         END-IF.
         CLOSE FICLIV.

       PESQUISAR-CLIENTES.

         MOVE SPACES TO WS-PESQUISA.
         MOVE "N" TO WS-PESQUISA-TIPO.
         MOVE "PESQUISAR CLIENTES" TO WS-OP.
         MOVE "ESC PARA SAIR" TO WS-ESTADO.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         DISPLAY LAYOUT-PESQUISA-CLI.
         ACCEPT LAYOUT-PESQUISA-CLI.

         IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
               GO INICIO-CLIENTES
            GO PESQUISAR-CLIENTES
         END-IF.

         MOVE FUNCTION UPPER-CASE(WS-PESQUISA-TIPO) TO
             WS-PESQUISA-TIPO.
         IF WS-PESQUISA-TIPO = SPACES THEN
            MOVE "N" TO WS-PESQUISA-TIPO
         END-IF.
         IF NOT VALIDA-PESQUISA-CLI THEN
            MOVE "PESQUISAR POR N (NOME) OU E (EMAIL)" TO WS-MSG-ERRO
            PERFORM MOSTRA-ERRO
            GO PESQUISAR-CLIENTES
         END-IF.

         MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PESQUISA)) TO
             WS-PESQUISA-LEN.
         MOVE SPACES TO WS-PESQUISA-UPPER.
         MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PESQUISA)) TO
             WS-PESQUISA-UPPER.

         OPEN I-O FICCLI.
         MOVE "LISTAR CLIENTES" TO WS-OP.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY LAYOUT-LISTAR-CLIENTE.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         MOVE 1 TO WS-PAGINA.
         MOVE 1 TO WS-LINHAS-PAGINA.
         MOVE 9 TO WS-LINHA.
         MOVE 0 TO BOOLEANO.

      * PRIMEIRO PELA CHAVE ALTERNATIVA (NOME/EMAIL QUE COMECA PELO
      * TEXTO); SO SE NADA FOR ENCONTRADO SE PERCORRE O FICHEIRO A
      * PROCURA DO TEXTO NO MEIO DO CAMPO.
         PERFORM PESQUISA-CLIENTES-CHAVE.
         IF BOOLEANO = 0 THEN
            PERFORM PESQUISA-CLIENTES-TEXTO
         END-IF.

         IF BOOLEANO = 0 THEN
         CLOSE FICCLI.
         GO INICIO-CLIENTES.

       PESQUISA-CLIENTES-CHAVE.

         MOVE 0 TO WS-PESQUISA-FIM.
         IF WS-PESQUISA-TIPO = "E" THEN
            MOVE 50 TO WS-PESQUISA-LEN-CH
            MOVE SPACES TO FS-EMAIL
            MOVE FUNCTION TRIM(WS-PESQUISA) TO FS-EMAIL
            START FICCLI KEY >= FS-EMAIL
                 INVALID KEY
                 MOVE 1 TO WS-PESQUISA-FIM
            END-START
         ELSE
            MOVE 30 TO WS-PESQUISA-LEN-CH
            MOVE SPACES TO FS-NOME
            MOVE FUNCTION TRIM(WS-PESQUISA) TO FS-NOME
            START FICCLI KEY >= FS-NOME
                 INVALID KEY
                 MOVE 1 TO WS-PESQUISA-FIM
            END-START
         END-IF.
         IF WS-PESQUISA-LEN < WS-PESQUISA-LEN-CH THEN
            MOVE WS-PESQUISA-LEN TO WS-PESQUISA-LEN-CH
         END-IF.

         PERFORM UNTIL WS-PESQUISA-FIM = 1
            READ FICCLI NEXT RECORD
            AT END
               MOVE 1 TO WS-PESQUISA-FIM
            NOT AT END
               MOVE SPACES TO WS-CAMPO-BUSCA
               IF WS-PESQUISA-TIPO = "E" THEN
                  MOVE FUNCTION UPPER-CASE(FS-EMAIL) TO WS-CAMPO-BUSCA
               ELSE
                  MOVE FUNCTION UPPER-CASE(FS-NOME) TO WS-CAMPO-BUSCA
               END-IF
               IF WS-CAMPO-BUSCA(1:WS-PESQUISA-LEN-CH) =
                  WS-PESQUISA-UPPER(1:WS-PESQUISA-LEN-CH) THEN
                  PERFORM MOSTRA-CLIENTE-PESQUISA
               ELSE
                  MOVE 1 TO WS-PESQUISA-FIM
               END-IF
            END-READ
         END-PERFORM.

       PESQUISA-CLIENTES-TEXTO.

         MOVE 0 TO FS-NIF.
         MOVE 0 TO WS-PESQUISA-FIM.
         START FICCLI KEY > FS-NIF
              INVALID KEY
              MOVE 1 TO WS-PESQUISA-FIM
         END-START.

         PERFORM UNTIL WS-PESQUISA-FIM = 1
            READ FICCLI NEXT RECORD
            AT END
               MOVE 1 TO WS-PESQUISA-FIM
            NOT AT END
               MOVE SPACES TO WS-CAMPO-BUSCA
               IF WS-PESQUISA-TIPO = "E" THEN
                  MOVE FUNCTION UPPER-CASE(FS-EMAIL) TO WS-CAMPO-BUSCA
               ELSE
                  MOVE FUNCTION UPPER-CASE(FS-NOME) TO WS-CAMPO-BUSCA
               END-IF
               PERFORM CONTEM-SUBSTRING
               IF WS-MATCH = 1 THEN
                  PERFORM MOSTRA-CLIENTE-PESQUISA
               END-IF
            END-READ
         END-PERFORM.

       MOSTRA-CLIENTE-PESQUISA.

         MOVE 1 TO BOOLEANO.
         DISPLAY FUNCTION CONCATENATE ("Pagina: ",
             WS-PAGINA) AT 0337 FOREGROUND-COLOR 6.
         DISPLAY FUNCTION CONCATENATE
             (WRK-DIA,"-",WRK-MES,"-",WRK-ANO)
             AT 0380 FOREGROUND-COLOR 6.
         DISPLAY FS-NIF LINE WS-LINHA COL 01.
         DISPLAY FS-NOME LINE WS-LINHA COL 14.
         DISPLAY FUNCTION CONCATENATE (FS-DATA-DIA,"-",
             FS-DATA-MES,"-",FS-DATA-ANO) LINE WS-LINHA COL 42.
         DISPLAY FS-EMAIL LINE WS-LINHA COL 56.
         ADD 1 TO WS-LINHA.
         ADD 1 TO WS-LINHAS-PAGINA.
         IF (WS-LINHAS-PAGINA>10) THEN
           ADD 1 TO WS-LINHA
           DISPLAY "Prima ENTER para continuar."
           LINE WS-LINHA COL 20 FOREGROUND-COLOR 3
           HIGHLIGHT
           ACCEPT OMITTED LINE WS-LINHA COL 48
           DISPLAY CLS
           DISPLAY LAYOUT-INICIAL
           DISPLAY MENU-PRINCIPAL
           DISPLAY LAYOUT-LISTAR-CLIENTE
           MOVE 9 TO WS-LINHA
           MOVE 1 TO WS-LINHAS-PAGINA
           ADD 1 TO WS-PAGINA
         END-IF.

       PESQUISAR-LIVROS.

         MOVE SPACES TO WS-PESQUISA.
         MOVE "T" TO WS-PESQUISA-TIPO.
         MOVE "PESQUISAR LIVROS" TO WS-OP.
         MOVE "ESC PARA SAIR" TO WS-ESTADO.
         DISPLAY LAYOUT-INICIAL.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         DISPLAY LAYOUT-PESQUISA-LIV.
         ACCEPT LAYOUT-PESQUISA-LIV.

         IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
               GO INICIO-LIVROS
            GO PESQUISAR-LIVROS
         END-IF.

         MOVE FUNCTION UPPER-CASE(WS-PESQUISA-TIPO) TO
             WS-PESQUISA-TIPO.
         IF WS-PESQUISA-TIPO = SPACES THEN
            MOVE "T" TO WS-PESQUISA-TIPO
         END-IF.
         IF NOT VALIDA-PESQUISA-LIV THEN
            MOVE "PESQUISAR POR T (TITULO), I (ISBN) OU A (AUTOR)" TO
                WS-MSG-ERRO
            PERFORM MOSTRA-ERRO
            GO PESQUISAR-LIVROS
         END-IF.

         MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PESQUISA)) TO
             WS-PESQUISA-LEN.
         MOVE SPACES TO WS-PESQUISA-UPPER.
         MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PESQUISA)) TO
             WS-PESQUISA-UPPER.

         OPEN I-O FICLIV.
         MOVE "LISTAR LIVROS" TO WS-OP.
         DISPLAY MENU-PRINCIPAL.
         DISPLAY LAYOUT-LISTAR-LIVROS.
         DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
             WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
         MOVE 1 TO WS-PAGINA.
         MOVE 1 TO WS-LINHAS-PAGINA.
         MOVE 9 TO WS-LINHA.
         MOVE 0 TO BOOLEANO.

         EVALUATE WS-PESQUISA-TIPO
            WHEN "I"
               PERFORM PESQUISA-LIVROS-ISBN
            WHEN "A"
               PERFORM PESQUISA-LIVROS-AUTOR
            WHEN OTHER
               PERFORM PESQUISA-LIVROS-TITULO
               IF BOOLEANO = 0 THEN
                  PERFORM PESQUISA-LIVROS-TEXTO
               END-IF
         END-EVALUATE.

         IF BOOLEANO = 0 THEN
             MOVE "NENHUM LIVRO ENCONTRADO" TO WS-MSG-ERRO
             PERFORM MOSTRA-ERRO
         ELSE
             ACCEPT OMITTED AT 2501
         END-IF.

         CLOSE FICLIV.
         GO INICIO-LIVROS.

       PESQUISA-LIVROS-TITULO.

      * TITULOS QUE COMECAM PELO TEXTO, PELA CHAVE ALTERNATIVA
         MOVE 0 TO WS-PESQUISA-FIM.
         MOVE SPACES TO FS-TITULO.
         MOVE FUNCTION TRIM(WS-PESQUISA) TO FS-TITULO.
         START FICLIV KEY >= FS-TITULO
              INVALID KEY
              MOVE 1 TO WS-PESQUISA-FIM
         END-START.

         PERFORM UNTIL WS-PESQUISA-FIM = 1
            READ FICLIV NEXT RECORD
            AT END
               MOVE 1 TO WS-PESQUISA-FIM
            NOT AT END
               MOVE SPACES TO WS-CAMPO-BUSCA
               MOVE FUNCTION UPPER-CASE(FS-TITULO) TO WS-CAMPO-BUSCA
               IF WS-CAMPO-BUSCA(1:WS-PESQUISA-LEN) =
                  WS-PESQUISA-UPPER(1:WS-PESQUISA-LEN) THEN
                  PERFORM MOSTRA-LIVRO-PESQUISA
               ELSE
                  MOVE 1 TO WS-PESQUISA-FIM
               END-IF
            END-READ
         END-PERFORM.

       PESQUISA-LIVROS-TEXTO.

      * TEXTO NO MEIO DO TITULO: PERCORRE O FICHEIRO TODO
         MOVE 0 TO WS-PESQUISA-FIM.
         MOVE 0 TO FS-CODLIVRO.
         START FICLIV KEY > FS-CODLIVRO
              INVALID KEY
              MOVE 1 TO WS-PESQUISA-FIM
         END-START.

         PERFORM UNTIL WS-PESQUISA-FIM = 1
            READ FICLIV NEXT RECORD
            AT END
               MOVE 1 TO WS-PESQUISA-FIM
            NOT AT END
               MOVE SPACES TO WS-CAMPO-BUSCA
               MOVE FUNCTION UPPER-CASE(FS-TITULO) TO WS-CAMPO-BUSCA
               PERFORM CONTEM-SUBSTRING
               IF WS-MATCH = 1 THEN
                  PERFORM MOSTRA-LIVRO-PESQUISA
               END-IF
            END-READ
         END-PERFORM.

       PESQUISA-LIVROS-ISBN.

         MOVE 0 TO WS-PESQUISA-FIM.
         MOVE SPACES TO WS-ISBN-BUSCA.
         MOVE FUNCTION TRIM(WS-PESQUISA) TO WS-ISBN-BUSCA.
         MOVE WS-ISBN-BUSCA TO FS-ISBN.
         START FICLIV KEY = FS-ISBN
              INVALID KEY
              MOVE 1 TO WS-PESQUISA-FIM
         END-START.

         PERFORM UNTIL WS-PESQUISA-FIM = 1
            READ FICLIV NEXT RECORD
            AT END
               MOVE 1 TO WS-PESQUISA-FIM
            NOT AT END
               IF FS-ISBN = WS-ISBN-BUSCA THEN
                  PERFORM MOSTRA-LIVRO-PESQUISA
               ELSE
                  MOVE 1 TO WS-PESQUISA-FIM
               END-IF
            END-READ
         END-PERFORM.

       PESQUISA-LIVROS-AUTOR.

      * CODIGO DO AUTOR OU PARTE DO NOME. A CHAVE ALTERNATIVA SO TEM
      * O PRIMEIRO AUTOR DE CADA LIVRO.
         IF (WS-PESQUISA-LEN <= 3) AND
            (WS-PESQUISA-UPPER(1:WS-PESQUISA-LEN) IS NUMERIC) THEN
            MOVE FUNCTION NUMVAL(WS-PESQUISA-UPPER(1:WS-PESQUISA-LEN))
                TO WS-PESQUISA-AUTOR
            PERFORM LISTA-LIVROS-AUTOR
            EXIT PARAGRAPH
         END-IF.

         OPEN INPUT FICAUT.
         IF FS-AUT = "00" THEN
            PERFORM UNTIL (FS-AUT = "10")
               READ FICAUT NEXT RECORD
               AT END
                  CONTINUE
               NOT AT END
                  MOVE SPACES TO WS-CAMPO-BUSCA
                  MOVE FUNCTION UPPER-CASE(FS-AUTOR) TO WS-CAMPO-BUSCA
                  PERFORM CONTEM-SUBSTRING
                  IF WS-MATCH = 1 THEN
                     MOVE FS-CODAUTOR TO WS-PESQUISA-AUTOR
                     PERFORM LISTA-LIVROS-AUTOR
                  END-IF
               END-READ
            END-PERFORM
         END-IF.
         CLOSE FICAUT.

       LISTA-LIVROS-AUTOR.

         MOVE 0 TO WS-PESQUISA-FIM.
         MOVE SPACES TO FS-AUTORES-LIVRO.
         MOVE WS-PESQUISA-AUTOR TO FS-CODAUTOR1(1).
         MOVE FS-AUTOR-PRINCIPAL TO WS-PESQUISA-CHAVE.
         START FICLIV KEY = FS-AUTOR-PRINCIPAL
              INVALID KEY
              MOVE 1 TO WS-PESQUISA-FIM
         END-START.

         PERFORM UNTIL WS-PESQUISA-FIM = 1
            READ FICLIV NEXT RECORD
            AT END
               MOVE 1 TO WS-PESQUISA-FIM
            NOT AT END
               IF FS-AUTOR-PRINCIPAL = WS-PESQUISA-CHAVE THEN
                  PERFORM MOSTRA-LIVRO-PESQUISA
               ELSE
                  MOVE 1 TO WS-PESQUISA-FIM
               END-IF
            END-READ
         END-PERFORM.

       MOSTRA-LIVRO-PESQUISA.

         MOVE 1 TO BOOLEANO.
         DISPLAY FUNCTION CONCATENATE ("Pagina: ",
             WS-PAGINA) AT 0337 FOREGROUND-COLOR 6.
         DISPLAY FUNCTION CONCATENATE
             (WRK-DIA,"-",WRK-MES,"-",WRK-ANO)
             AT 0380 FOREGROUND-COLOR 6.
         DISPLAY FS-CODLIVRO LINE WS-LINHA COL 03.
         DISPLAY FS-TITULO LINE WS-LINHA COL 13.
         DISPLAY FS-CODTEMA1(1) LINE WS-LINHA COL 59.
         DISPLAY FS-CODAUTOR1(1) LINE WS-LINHA COL 70.
         DISPLAY FS-NUM-EXEMPLARES LINE WS-LINHA COL 80.
         DISPLAY FS-EXEMPLARES-DISP LINE WS-LINHA COL 88.
         ADD 1 TO WS-LINHA.
         ADD 1 TO WS-LINHAS-PAGINA.
         IF (WS-LINHAS-PAGINA>10) THEN
            ADD 1 TO WS-LINHA
            DISPLAY "Prima ENTER para continuar."
            LINE WS-LINHA COL 20 FOREGROUND-COLOR 3
            HIGHLIGHT
            ACCEPT OMITTED LINE WS-LINHA COL 48
            DISPLAY CLS
            DISPLAY LAYOUT-INICIAL
            DISPLAY MENU-PRINCIPAL
            DISPLAY LAYOUT-LISTAR-LIVROS
            MOVE 9 TO WS-LINHA
            ADD 1 TO WS-PAGINA
            MOVE 1 TO WS-LINHAS-PAGINA
         END-IF.

       END PROGRAM livro.
