      *          autenticado contra FUNCIONARIOS.DAT como os POS.
      *          Regista picagens, permite correcoes de supervisor e
      *          produz o relatorio mensal de horas para os salarios.
      *          Mantem a escala semanal de cada funcionario e compara
      *          as picagens com a escala (atrasos, faltas, etc.).
      *          Gere pedidos de ferias/ausencias e saldos anuais.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HOR.

           SELECT OPTIONAL FICESC ASSIGN "ESCALAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESC-CHAVE
           FILE STATUS IS FS-ESC.

           SELECT OPTIONAL FICJUS ASSIGN "JUSTIFICACOES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JUS.

           SELECT OPTIONAL FICAUS ASSIGN "AUSENCIAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUS-NUMERO
           FILE STATUS IS FS-AUS.

           SELECT OPTIONAL FICDIR ASSIGN "DIREITOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DIR-CHAVE
           FILE STATUS IS FS-DIR.

           SELECT OPTIONAL FICREG ASSIGN "REGRAFERIAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REG.

       DATA DIVISION.
       FILE SECTION.
       FD FICFUN.
       FD FICHOR.
       01 LINHA-HOR           PIC X(80).

       FD FICESC.
       01 REG-ESC.
           05 ESC-CHAVE.
               10 ESC-FUNC    PIC 9(3).
               10 ESC-DIA     PIC 9(1).
           05 ESC-NEGOCIO     PIC X(10).
           05 ESC-ENTRADA     PIC X(5).
           05 ESC-SAIDA       PIC X(5).

       FD FICJUS.
       01 REG-JUS.
           05 JUS-FUNC        PIC 9(3).
           05 JUS-DATA        PIC 9(8).
           05 JUS-TIPO        PIC X(1).
           05 JUS-MOTIVO      PIC X(40).
           05 JUS-SUPERVISOR  PIC 9(3).
           05 JUS-DATA-REG    PIC 9(8).

       FD FICAUS.
       01 REG-AUS.
           05 AUS-NUMERO      PIC 9(6).
           05 AUS-FUNC        PIC 9(3).
           05 AUS-TIPO        PIC X(1).
           05 AUS-INICIO      PIC 9(8).
           05 AUS-FIM         PIC 9(8).
           05 AUS-DIAS        PIC 9(3).
           05 AUS-ESTADO      PIC X(1).
           05 AUS-PEDIDO-POR  PIC 9(3).
           05 AUS-DATA-PEDIDO PIC 9(8).
           05 AUS-APROVADOR   PIC 9(3).
           05 AUS-DATA-DECISAO PIC 9(8).

       FD FICDIR.
       01 REG-DIR.
           05 DIR-CHAVE.
               10 DIR-FUNC    PIC 9(3).
               10 DIR-ANO     PIC 9(4).
           05 DIR-DIAS        PIC 9(3).
           05 DIR-TRANSITADO  PIC 9(3).

       FD FICREG.
       01 LINHA-REG           PIC X(20).

       WORKING-STORAGE SECTION.
       77 FS-FUN            PIC X(2) VALUE SPACES.
       77 FS-PON            PIC X(2) VALUE SPACES.
       77 FS-AUD            PIC X(2) VALUE SPACES.
       77 FS-HOR            PIC X(2) VALUE SPACES.
       77 FS-ESC            PIC X(2) VALUE SPACES.
       77 FS-JUS            PIC X(2) VALUE SPACES.
       77 FS-AUS            PIC X(2) VALUE SPACES.
       77 FS-DIR            PIC X(2) VALUE SPACES.
       77 FS-REG            PIC X(2) VALUE SPACES.
       77 WS-OPERADOR-LOGADO PIC 9(3) VALUE 0.
       77 WS-PERFIL-LOGADO  PIC X VALUE SPACE.
       77 WS-LOGIN-COD      PIC X(3) VALUE SPACES.
           88 OPCAO-SAIDA     VALUES "S","s".
           88 OPCAO-CORRECAO  VALUES "C","c".
           88 OPCAO-RELATORIO VALUES "R","r".
           88 OPCAO-ESCALA    VALUES "P","p".
           88 OPCAO-EXCECOES  VALUES "X","x".
           88 OPCAO-JUSTIFICAR VALUES "J","j".
           88 OPCAO-AUSENCIA  VALUES "A","a".
           88 OPCAO-APROVAR   VALUES "V","v".
           88 OPCAO-SALDOS    VALUES "B","b".
           88 OPCAO-DIREITO   VALUES "D","d".
           88 OPCAO-TRANSITAR VALUES "T","t".
           88 OPCAO-FIM       VALUES "0".
       77 WS-COR-FUNC       PIC X(3) VALUE SPACES.
       77 WS-COR-DATA       PIC X(8) VALUE SPACES.
               10 HOR-FUNC      PIC 9(3).
               10 HOR-SEGUNDOS  PIC S9(8).
               10 HOR-PICAGENS  PIC 9(4).
               10 HOR-SEG-AUS   PIC 9(8).

       77 WS-FUNC-OK        PIC 9 VALUE 0.
       77 WS-ESC-EXISTE     PIC 9 VALUE 0.
       77 WS-ESC-DIA-W      PIC 9 VALUE 0.
       77 WS-ESC-ENT-TXT    PIC X(5) VALUE SPACES.
       77 WS-ESC-SAI-TXT    PIC X(5) VALUE SPACES.
       77 WS-ESC-NEG-TXT    PIC X(10) VALUE SPACES.
       77 WS-HORA-CONV      PIC X(8) VALUE SPACES.
       77 WS-EXC-INICIO     PIC 9(8) VALUE 0.
       77 WS-EXC-FIM        PIC 9(8) VALUE 0.
       77 WS-EXC-DIAS       PIC 9(5) VALUE 0.
       77 WS-EXC-INT        PIC 9(7) VALUE 0.
       77 WS-EXC-DATA       PIC 9(8) VALUE 0.
       77 WS-EXC-DIA-SEM    PIC 9 VALUE 0.
       77 WS-EXC-TIPO       PIC X VALUE SPACE.
       77 WS-EXC-DESC       PIC X(16) VALUE SPACES.
       77 WS-EXC-MIN        PIC 9(4) VALUE 0.
       77 WS-EXC-SITUACAO   PIC X(40) VALUE SPACES.
       77 WS-EXC-TOTAL      PIC 9(4) VALUE 0.
       77 WS-EXC-POR-JUST   PIC 9(4) VALUE 0.
       77 WS-TOLERANCIA     PIC 9(3) VALUE 10.
       77 WS-TOL-SEG        PIC 9(5) VALUE 600.
       77 WS-JUS-MOTIVO     PIC X(40) VALUE SPACES.
       77 WS-NUM-PIC        PIC 9(4) VALUE 0.
       77 WS-POS-PIC        PIC 9(4) VALUE 0.
       77 IND-P             PIC 9(4) VALUE 0.
       77 IND-D             PIC 9 VALUE 0.
       77 WS-NUM-JUS        PIC 9(3) VALUE 0.
       77 IND-J             PIC 9(3) VALUE 0.
       77 WS-ACHOU-JUS      PIC 9 VALUE 0.
       01 WS-DIAS-SEMANA.
           05 FILLER        PIC X(7) VALUE "SEGUNDA".
           05 FILLER        PIC X(7) VALUE "TERCA".
           05 FILLER        PIC X(7) VALUE "QUARTA".
           05 FILLER        PIC X(7) VALUE "QUINTA".
           05 FILLER        PIC X(7) VALUE "SEXTA".
           05 FILLER        PIC X(7) VALUE "SABADO".
           05 FILLER        PIC X(7) VALUE "DOMINGO".
       01 WS-TAB-DIAS REDEFINES WS-DIAS-SEMANA.
           05 WS-NOME-DIA   PIC X(7) OCCURS 7.
       01 WS-ESC-SEMANA.
           05 ES-ITEM OCCURS 7.
               10 ES-PLANEADO   PIC 9.
               10 ES-NEGOCIO    PIC X(10).
               10 ES-ENTRADA    PIC 9(5).
               10 ES-SAIDA      PIC 9(5).
       01 WS-TAB-PICAGENS.
           05 PIC-ITEM OCCURS 2000.
               10 PIC-FUNC      PIC 9(3).
               10 PIC-DATA      PIC 9(8).
               10 PIC-PRIM-ENT  PIC 9(5).
               10 PIC-ULT-SAI   PIC 9(5).
               10 PIC-NUM-ENT   PIC 9(2).
               10 PIC-NUM-SAI   PIC 9(2).
       01 WS-TAB-JUSTIFICACOES.
           05 JT-ITEM OCCURS 500.
               10 JT-FUNC       PIC 9(3).
               10 JT-DATA       PIC 9(8).
               10 JT-TIPO       PIC X.
               10 JT-MOTIVO     PIC X(40).
       77 WS-ESC-FUNC-W     PIC 9(3) VALUE 0.
       77 WS-ESC-TEM        PIC 9 VALUE 0.
       77 WS-AUS-TIPO-W     PIC X VALUE SPACE.
           88 AUS-TIPO-VALIDO VALUES "F","D","O".
       77 WS-AUS-INI-W      PIC 9(8) VALUE 0.
       77 WS-AUS-FIM-W      PIC 9(8) VALUE 0.
       77 WS-AUS-DIAS-W     PIC 9(3) VALUE 0.
       77 WS-AUS-SOBREPOE   PIC 9 VALUE 0.
       77 WS-AUS-NUM-W      PIC 9(6) VALUE 0.
       77 WS-AUS-NUM-TXT    PIC X(6) VALUE SPACES.
       77 WS-AUS-PENDENTES  PIC 9(4) VALUE 0.
       77 WS-AUS-DECISAO    PIC X VALUE SPACE.
       77 WS-AUS-DESC       PIC X(14) VALUE SPACES.
       77 WS-AUS-H          PIC 9(4) VALUE 0.
       77 WS-AUS-M          PIC 9(2) VALUE 0.
       77 WS-DIA-INT        PIC 9(7) VALUE 0.
       77 WS-DIA-INT-FIM    PIC 9(7) VALUE 0.
       77 WS-DIA-SEM        PIC 9 VALUE 0.
       77 WS-DIA-UTIL       PIC 9 VALUE 0.
       77 WS-DIA-SEG        PIC 9(5) VALUE 0.
       77 WS-DIA-DATA       PIC 9(8) VALUE 0.
       77 WS-SALDO-ANO      PIC X(4) VALUE SPACES.
       77 WS-SALDO-DIREITO  PIC 9(3) VALUE 0.
       77 WS-SALDO-TRANSITADO PIC 9(3) VALUE 0.
       77 WS-SALDO-GOZADO   PIC 9(3) VALUE 0.
       77 WS-SALDO-MARCADO  PIC 9(3) VALUE 0.
       77 WS-SALDO-RESTA    PIC S9(4) VALUE 0.
       77 WS-SALDO-RESTA-ED PIC -ZZZ9.
       77 WS-DIR-EXISTE     PIC 9 VALUE 0.
       77 WS-NUM-SALDOS     PIC 9(3) VALUE 0.
       77 IND-S             PIC 9(3) VALUE 0.
       77 WS-ANO-SEGUINTE   PIC 9(4) VALUE 0.
       77 WS-TRANSITA       PIC 9(3) VALUE 0.
       77 WS-REGRA-MODO     PIC X VALUE "T".
       77 WS-REGRA-LIMITE   PIC 9(3) VALUE 0.
       77 WS-REGRA-CAMPO1   PIC X(10) VALUE SPACES.
       77 WS-REGRA-CAMPO2   PIC X(10) VALUE SPACES.
       77 WS-NUM-AUS        PIC 9(3) VALUE 0.
       77 IND-A             PIC 9(3) VALUE 0.
       77 WS-ACHOU-AUS      PIC 9 VALUE 0.
       77 WS-AUD-ACAO       PIC X(16) VALUE SPACES.
       77 WS-AUD-DETALHE    PIC X(40) VALUE SPACES.
       01 WS-TAB-SALDOS.
           05 SL-ITEM OCCURS 200.
               10 SL-FUNC       PIC 9(3).
               10 SL-NOME       PIC X(30).
               10 SL-DIAS       PIC 9(3).
       01 WS-TAB-AUSENCIAS.
           05 AT-ITEM OCCURS 300.
               10 AT-FUNC       PIC 9(3).
               10 AT-TIPO       PIC X.
               10 AT-INICIO     PIC 9(8).
               10 AT-FIM        PIC 9(8).

       PROCEDURE DIVISION.
       INICIO.

       MENU-PONTO.
           DISPLAY "OPERADOR " WS-OPERADOR-LOGADO
               " (E)NTRADA (S)AIDA (C)ORRECAO (R)ELATORIO"
               " (P)ESCALA E(X)CECOES (J)USTIFICAR".
           DISPLAY "         (A)USENCIA A(V)ALIAR PEDIDOS (B)SALDOS"
               " (D)IREITOS (T)RANSITAR ANO (0)SAIR:"
               NO ADVANCING.
           ACCEPT WS-OPCAO.
           EVALUATE TRUE
                   PERFORM CORRIGIR-PONTO
               WHEN OPCAO-RELATORIO
                   PERFORM RELATORIO-HORAS
               WHEN OPCAO-ESCALA
                   PERFORM DEFINIR-ESCALA
               WHEN OPCAO-EXCECOES
                   PERFORM RELATORIO-EXCECOES
               WHEN OPCAO-JUSTIFICAR
                   PERFORM JUSTIFICAR-EXCECAO
               WHEN OPCAO-AUSENCIA
                   PERFORM PEDIR-AUSENCIA
               WHEN OPCAO-APROVAR
                   PERFORM APROVAR-AUSENCIAS
               WHEN OPCAO-SALDOS
                   PERFORM RELATORIO-SALDOS
               WHEN OPCAO-DIREITO
                   PERFORM DEFINIR-DIREITO
               WHEN OPCAO-TRANSITAR
                   PERFORM TRANSITAR-SALDOS
               WHEN OPCAO-FIM
                   STOP RUN
           END-EVALUATE.
               MOVE 0 TO HOR-FUNC(IND-H)
               MOVE 0 TO HOR-SEGUNDOS(IND-H)
               MOVE 0 TO HOR-PICAGENS(IND-H)
               MOVE 0 TO HOR-SEG-AUS(IND-H)
           END-PERFORM.

           OPEN INPUT FICPON.
               END-READ
           END-PERFORM.
           CLOSE FICPON.
           PERFORM ACUMULA-AUSENCIAS-MES.

           MOVE SPACES TO WS-HOR-NOME.
           STRING "HORAS_" WS-MES-REL ".TXT" DELIMITED BY SIZE
           STRING "HORAS TRABALHADAS - " WS-MES-REL
               DELIMITED BY SIZE INTO LINHA-HOR.
           WRITE LINHA-HOR.
           MOVE "FUNC  PICAGENS  HORAS  MIN  AUSENCIA  MIN"
               TO LINHA-HOR.
           WRITE LINHA-HOR.
           DISPLAY "FUNC  PICAGENS  HORAS  MIN  AUSENCIA  MIN".

           PERFORM VARYING IND-H FROM 1 BY 1
               UNTIL IND-H > WS-NUM-HOR
               COMPUTE WS-HOR-H = HOR-SEGUNDOS(IND-H) / 3600
               COMPUTE WS-HOR-M =
                   FUNCTION MOD(HOR-SEGUNDOS(IND-H), 3600) / 60
               COMPUTE WS-AUS-H = HOR-SEG-AUS(IND-H) / 3600
               COMPUTE WS-AUS-M =
                   FUNCTION MOD(HOR-SEG-AUS(IND-H), 3600) / 60
               DISPLAY HOR-FUNC(IND-H) "   "
                   HOR-PICAGENS(IND-H) "      " WS-HOR-H "   "
                   WS-HOR-M "     " WS-AUS-H "    " WS-AUS-M
               MOVE SPACES TO LINHA-HOR
               STRING HOR-FUNC(IND-H) "   " HOR-PICAGENS(IND-H)
                   "      " WS-HOR-H "   " WS-HOR-M
                   "     " WS-AUS-H "    " WS-AUS-M
                   DELIMITED BY SIZE INTO LINHA-HOR
               WRITE LINHA-HOR
           END-PERFORM.
               END-IF
           END-IF.

       DEFINIR-ESCALA.
      * ESCALA SEMANAL: UM TURNO POR DIA (1=SEGUNDA ... 7=DOMINGO)
           IF WS-PERFIL-LOGADO NOT = "S" THEN
               DISPLAY "ESCALAS RESERVADAS A SUPERVISORES"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "FUNCIONARIO:" NO ADVANCING.
           ACCEPT WS-COR-FUNC.
           PERFORM VERIFICAR-FUNCIONARIO.
           IF WS-FUNC-OK = 0 THEN
               DISPLAY "FUNCIONARIO INEXISTENTE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ESCALA DE " FS-NOME-FUNC.
           DISPLAY "HORAS EM HH:MM, ENTRADA VAZIA = FOLGA".
           OPEN I-O FICESC.
           PERFORM VARYING WS-ESC-DIA-W FROM 1 BY 1
              UNTIL WS-ESC-DIA-W > 7
               MOVE FUNCTION NUMVAL(WS-COR-FUNC) TO ESC-FUNC
               MOVE WS-ESC-DIA-W TO ESC-DIA
               MOVE 1 TO WS-ESC-EXISTE
               READ FICESC
                   INVALID KEY
                       MOVE 0 TO WS-ESC-EXISTE
                       MOVE SPACES TO ESC-NEGOCIO ESC-ENTRADA
                           ESC-SAIDA
               END-READ
               DISPLAY WS-NOME-DIA(WS-ESC-DIA-W) " ACTUAL: "
                   ESC-NEGOCIO " " ESC-ENTRADA "-" ESC-SAIDA
               DISPLAY "  ENTRADA:" NO ADVANCING
               ACCEPT WS-ESC-ENT-TXT
               IF WS-ESC-ENT-TXT = SPACES THEN
                   IF WS-ESC-EXISTE = 1 THEN
                       DELETE FICESC
                           INVALID KEY CONTINUE
                       END-DELETE
                   END-IF
               ELSE
                   DISPLAY "  SAIDA  :" NO ADVANCING
                   ACCEPT WS-ESC-SAI-TXT
                   DISPLAY "  NEGOCIO:" NO ADVANCING
                   ACCEPT WS-ESC-NEG-TXT
                   MOVE WS-ESC-ENT-TXT TO ESC-ENTRADA
                   MOVE WS-ESC-SAI-TXT TO ESC-SAIDA
                   MOVE FUNCTION UPPER-CASE(WS-ESC-NEG-TXT)
                       TO ESC-NEGOCIO
                   IF ESC-SAIDA <= ESC-ENTRADA THEN
                       DISPLAY "  TURNO INVALIDO - DIA NAO ALTERADO"
                   ELSE
                       IF WS-ESC-EXISTE = 1 THEN
                           REWRITE REG-ESC
                               INVALID KEY CONTINUE
                           END-REWRITE
                       ELSE
                           WRITE REG-ESC
                               INVALID KEY CONTINUE
                           END-WRITE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE FICESC.
           DISPLAY "ESCALA GRAVADA".

       VERIFICAR-FUNCIONARIO.
           MOVE 0 TO WS-FUNC-OK.
           OPEN INPUT FICFUN.
           IF FS-FUN = "00" THEN
               MOVE FUNCTION NUMVAL(WS-COR-FUNC) TO FS-CODFUNC
               READ FICFUN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-FUNC-OK
               END-READ
           END-IF.
           CLOSE FICFUN.

       RELATORIO-EXCECOES.
           DISPLAY "DATA INICIAL (AAAAMMDD):" NO ADVANCING.
           ACCEPT WS-COR-DATA.
           MOVE FUNCTION NUMVAL(WS-COR-DATA) TO WS-EXC-INICIO.
           DISPLAY "DATA FINAL   (AAAAMMDD):" NO ADVANCING.
           ACCEPT WS-COR-DATA.
           MOVE FUNCTION NUMVAL(WS-COR-DATA) TO WS-EXC-FIM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-EXC-INICIO) NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-EXC-FIM) NOT = 0
              OR WS-EXC-FIM < WS-EXC-INICIO THEN
               DISPLAY "PERIODO INVALIDO"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-EXC-DIAS = FUNCTION INTEGER-OF-DATE(WS-EXC-FIM)
               - FUNCTION INTEGER-OF-DATE(WS-EXC-INICIO) + 1.
           IF WS-EXC-DIAS > 31 THEN
               DISPLAY "PERIODO MAXIMO DE 31 DIAS"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "TOLERANCIA EM MINUTOS (VAZIO=10):" NO ADVANCING.
           ACCEPT WS-COR-FUNC.
           IF WS-COR-FUNC = SPACES THEN
               MOVE 10 TO WS-TOLERANCIA
           ELSE
               MOVE FUNCTION NUMVAL(WS-COR-FUNC) TO WS-TOLERANCIA
           END-IF.
           COMPUTE WS-TOL-SEG = WS-TOLERANCIA * 60.
           PERFORM CARREGAR-PICAGENS-PERIODO.
           PERFORM CARREGAR-JUSTIFICACOES.
           MOVE WS-EXC-INICIO TO WS-AUS-INI-W.
           MOVE WS-EXC-FIM TO WS-AUS-FIM-W.
           PERFORM CARREGAR-AUSENCIAS-PERIODO.

           MOVE SPACES TO WS-HOR-NOME.
           STRING "EXCECOES_" WS-EXC-INICIO ".TXT" DELIMITED BY SIZE
               INTO WS-HOR-NOME.
           OPEN OUTPUT FICHOR.
           MOVE SPACES TO LINHA-HOR.
           STRING "EXCECOES DE PONTO " WS-EXC-INICIO " A " WS-EXC-FIM
               " TOLERANCIA " WS-TOLERANCIA " MIN"
               DELIMITED BY SIZE INTO LINHA-HOR.
           WRITE LINHA-HOR.
           MOVE "FUNC DATA     EXCECAO            MIN  SITUACAO"
               TO LINHA-HOR.
           WRITE LINHA-HOR.
           DISPLAY "FUNC DATA     EXCECAO            MIN  SITUACAO".
           MOVE 0 TO WS-EXC-TOTAL.
           MOVE 0 TO WS-EXC-POR-JUST.

           OPEN INPUT FICESC.
           OPEN INPUT FICFUN.
           IF FS-FUN = "00" THEN
               MOVE 0 TO FS-CODFUNC
               START FICFUN KEY IS NOT LESS THAN FS-CODFUNC
                   INVALID KEY MOVE "10" TO FS-FUN
               END-START
               PERFORM UNTIL FS-FUN NOT = "00"
                   READ FICFUN NEXT RECORD
                       AT END MOVE "10" TO FS-FUN
                       NOT AT END
                           MOVE FS-CODFUNC TO WS-ESC-FUNC-W
                           PERFORM CARREGAR-ESCALA-FUNC
                           PERFORM VERIFICAR-DIAS-FUNC
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICFUN.
           CLOSE FICESC.

           MOVE SPACES TO LINHA-HOR.
           STRING "TOTAL DE EXCECOES: " WS-EXC-TOTAL
               "  POR JUSTIFICAR: " WS-EXC-POR-JUST
               DELIMITED BY SIZE INTO LINHA-HOR.
           WRITE LINHA-HOR.
           CLOSE FICHOR.
           DISPLAY "TOTAL DE EXCECOES: " WS-EXC-TOTAL
               "  POR JUSTIFICAR: " WS-EXC-POR-JUST.
           DISPLAY "RELATORIO GRAVADO EM " WS-HOR-NOME.

       CARREGAR-PICAGENS-PERIODO.
      * PRIMEIRA ENTRADA E ULTIMA SAIDA DE CADA FUNCIONARIO POR DIA
           MOVE 0 TO WS-NUM-PIC.
           OPEN INPUT FICPON.
           MOVE "00" TO FS-PON.
           PERFORM UNTIL FS-PON NOT = "00"
               READ FICPON
                   AT END MOVE "10" TO FS-PON
                   NOT AT END
                       IF PON-DATA >= WS-EXC-INICIO
                          AND PON-DATA <= WS-EXC-FIM THEN
                           PERFORM ACUMULA-PICAGEM-DIA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICPON.

       ACUMULA-PICAGEM-DIA.
           MOVE 0 TO WS-POS-PIC.
           PERFORM VARYING IND-P FROM 1 BY 1
               UNTIL IND-P > WS-NUM-PIC OR WS-POS-PIC > 0
               IF PIC-FUNC(IND-P) = PON-FUNC
                  AND PIC-DATA(IND-P) = PON-DATA THEN
                   MOVE IND-P TO WS-POS-PIC
               END-IF
           END-PERFORM.
           IF WS-POS-PIC = 0 THEN
               IF WS-NUM-PIC >= 2000 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NUM-PIC
               MOVE WS-NUM-PIC TO WS-POS-PIC
               MOVE PON-FUNC TO PIC-FUNC(WS-POS-PIC)
               MOVE PON-DATA TO PIC-DATA(WS-POS-PIC)
               MOVE 99999 TO PIC-PRIM-ENT(WS-POS-PIC)
               MOVE 0 TO PIC-ULT-SAI(WS-POS-PIC)
               MOVE 0 TO PIC-NUM-ENT(WS-POS-PIC)
               MOVE 0 TO PIC-NUM-SAI(WS-POS-PIC)
           END-IF.
           MOVE PON-HORA TO WS-HORA-CONV.
           PERFORM CONVERTER-HORA-SEGUNDOS.
           IF PON-TIPO = "E" THEN
               ADD 1 TO PIC-NUM-ENT(WS-POS-PIC)
               IF WS-SEG-W < PIC-PRIM-ENT(WS-POS-PIC) THEN
                   MOVE WS-SEG-W TO PIC-PRIM-ENT(WS-POS-PIC)
               END-IF
           ELSE
               ADD 1 TO PIC-NUM-SAI(WS-POS-PIC)
               IF WS-SEG-W > PIC-ULT-SAI(WS-POS-PIC) THEN
                   MOVE WS-SEG-W TO PIC-ULT-SAI(WS-POS-PIC)
               END-IF
           END-IF.

       CONVERTER-HORA-SEGUNDOS.
           MOVE 0 TO WS-SEG-W.
           IF (WS-HORA-CONV(1:2) IS NUMERIC) AND
              (WS-HORA-CONV(4:2) IS NUMERIC) THEN
               COMPUTE WS-SEG-W =
                   FUNCTION NUMVAL(WS-HORA-CONV(1:2)) * 3600 +
                   FUNCTION NUMVAL(WS-HORA-CONV(4:2)) * 60
               IF WS-HORA-CONV(7:2) IS NUMERIC THEN
                   ADD FUNCTION NUMVAL(WS-HORA-CONV(7:2)) TO WS-SEG-W
               END-IF
           END-IF.

       CARREGAR-JUSTIFICACOES.
           MOVE 0 TO WS-NUM-JUS.
           OPEN INPUT FICJUS.
           MOVE "00" TO FS-JUS.
           PERFORM UNTIL FS-JUS NOT = "00"
               READ FICJUS
                   AT END MOVE "10" TO FS-JUS
                   NOT AT END
                       IF JUS-DATA >= WS-EXC-INICIO
                          AND JUS-DATA <= WS-EXC-FIM
                          AND WS-NUM-JUS < 500 THEN
                           ADD 1 TO WS-NUM-JUS
                           MOVE JUS-FUNC TO JT-FUNC(WS-NUM-JUS)
                           MOVE JUS-DATA TO JT-DATA(WS-NUM-JUS)
                           MOVE JUS-TIPO TO JT-TIPO(WS-NUM-JUS)
                           MOVE JUS-MOTIVO TO JT-MOTIVO(WS-NUM-JUS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICJUS.

       CARREGAR-ESCALA-FUNC.
           MOVE 0 TO WS-ESC-TEM.
           PERFORM VARYING IND-D FROM 1 BY 1 UNTIL IND-D > 7
               MOVE WS-ESC-FUNC-W TO ESC-FUNC
               MOVE IND-D TO ESC-DIA
               READ FICESC
                   INVALID KEY
                       MOVE 0 TO ES-PLANEADO(IND-D)
                   NOT INVALID KEY
                       MOVE 1 TO ES-PLANEADO(IND-D)
                       MOVE 1 TO WS-ESC-TEM
                       MOVE ESC-NEGOCIO TO ES-NEGOCIO(IND-D)
                       MOVE ESC-ENTRADA TO WS-HORA-CONV
                       PERFORM CONVERTER-HORA-SEGUNDOS
                       MOVE WS-SEG-W TO ES-ENTRADA(IND-D)
                       MOVE ESC-SAIDA TO WS-HORA-CONV
                       PERFORM CONVERTER-HORA-SEGUNDOS
                       MOVE WS-SEG-W TO ES-SAIDA(IND-D)
               END-READ
           END-PERFORM.

       VERIFICAR-DIAS-FUNC.
           COMPUTE WS-EXC-INT = FUNCTION INTEGER-OF-DATE(WS-EXC-INICIO).
           PERFORM WS-EXC-DIAS TIMES
               COMPUTE WS-EXC-DATA =
                   FUNCTION DATE-OF-INTEGER(WS-EXC-INT)
      * O DIA 1 DO CALENDARIO (01-01-1601) FOI UMA SEGUNDA-FEIRA
               COMPUTE WS-EXC-DIA-SEM =
                   FUNCTION MOD(WS-EXC-INT - 1, 7) + 1
               PERFORM VERIFICAR-DIA-FUNC
               ADD 1 TO WS-EXC-INT
           END-PERFORM.

       VERIFICAR-DIA-FUNC.
           MOVE 0 TO WS-POS-PIC.
           PERFORM VARYING IND-P FROM 1 BY 1
               UNTIL IND-P > WS-NUM-PIC OR WS-POS-PIC > 0
               IF PIC-FUNC(IND-P) = FS-CODFUNC
                  AND PIC-DATA(IND-P) = WS-EXC-DATA THEN
                   MOVE IND-P TO WS-POS-PIC
               END-IF
           END-PERFORM.
           IF ES-PLANEADO(WS-EXC-DIA-SEM) = 0 THEN
               IF WS-POS-PIC > 0 THEN
                   MOVE "N" TO WS-EXC-TIPO
                   MOVE 0 TO WS-EXC-MIN
                   PERFORM ESCREVER-EXCECAO
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-POS-PIC = 0 THEN
               MOVE "F" TO WS-EXC-TIPO
               MOVE 0 TO WS-EXC-MIN
               PERFORM ESCREVER-EXCECAO
               EXIT PARAGRAPH
           END-IF.
           IF PIC-NUM-ENT(WS-POS-PIC) NOT = PIC-NUM-SAI(WS-POS-PIC)
              OR PIC-NUM-ENT(WS-POS-PIC) = 0 THEN
               MOVE "P" TO WS-EXC-TIPO
               MOVE 0 TO WS-EXC-MIN
               PERFORM ESCREVER-EXCECAO
           END-IF.
           IF PIC-NUM-ENT(WS-POS-PIC) > 0 THEN
               IF PIC-PRIM-ENT(WS-POS-PIC) >
                  ES-ENTRADA(WS-EXC-DIA-SEM) + WS-TOL-SEG THEN
                   MOVE "A" TO WS-EXC-TIPO
                   COMPUTE WS-EXC-MIN = (PIC-PRIM-ENT(WS-POS-PIC)
                       - ES-ENTRADA(WS-EXC-DIA-SEM)) / 60
                   PERFORM ESCREVER-EXCECAO
               END-IF
               IF PIC-PRIM-ENT(WS-POS-PIC) + WS-TOL-SEG <
                  ES-ENTRADA(WS-EXC-DIA-SEM) THEN
                   MOVE "N" TO WS-EXC-TIPO
                   COMPUTE WS-EXC-MIN = (ES-ENTRADA(WS-EXC-DIA-SEM)
                       - PIC-PRIM-ENT(WS-POS-PIC)) / 60
                   PERFORM ESCREVER-EXCECAO
               END-IF
           END-IF.
           IF PIC-NUM-SAI(WS-POS-PIC) > 0 THEN
               IF PIC-ULT-SAI(WS-POS-PIC) + WS-TOL-SEG <
                  ES-SAIDA(WS-EXC-DIA-SEM) THEN
                   MOVE "S" TO WS-EXC-TIPO
                   COMPUTE WS-EXC-MIN = (ES-SAIDA(WS-EXC-DIA-SEM)
                       - PIC-ULT-SAI(WS-POS-PIC)) / 60
                   PERFORM ESCREVER-EXCECAO
               END-IF
               IF PIC-ULT-SAI(WS-POS-PIC) >
                  ES-SAIDA(WS-EXC-DIA-SEM) + WS-TOL-SEG THEN
                   MOVE "N" TO WS-EXC-TIPO
                   COMPUTE WS-EXC-MIN = (PIC-ULT-SAI(WS-POS-PIC)
                       - ES-SAIDA(WS-EXC-DIA-SEM)) / 60
                   PERFORM ESCREVER-EXCECAO
               END-IF
           END-IF.

       ESCREVER-EXCECAO.
           ADD 1 TO WS-EXC-TOTAL.
           EVALUATE WS-EXC-TIPO
               WHEN "A" MOVE "ATRASO"            TO WS-EXC-DESC
               WHEN "S" MOVE "SAIDA ANTECIPADA"  TO WS-EXC-DESC
               WHEN "F" MOVE "FALTA"             TO WS-EXC-DESC
               WHEN "P" MOVE "PICAGEM EM FALTA"  TO WS-EXC-DESC
               WHEN "N" MOVE "FORA DA ESCALA"    TO WS-EXC-DESC
           END-EVALUATE.
      * DIA COBERTO POR AUSENCIA APROVADA FICA JUSTIFICADO
           PERFORM PROCURAR-AUSENCIA-DIA.
           IF WS-ACHOU-AUS = 1 THEN
               PERFORM DESCREVER-TIPO-AUSENCIA
               MOVE SPACES TO WS-EXC-SITUACAO
               STRING "AUSENCIA APROVADA - " WS-AUS-DESC
                   DELIMITED BY SIZE INTO WS-EXC-SITUACAO
               MOVE 1 TO WS-ACHOU-JUS
           ELSE
               MOVE 0 TO WS-ACHOU-JUS
           END-IF.
           PERFORM VARYING IND-J FROM 1 BY 1
               UNTIL IND-J > WS-NUM-JUS OR WS-ACHOU-JUS = 1
               IF JT-FUNC(IND-J) = FS-CODFUNC
                  AND JT-DATA(IND-J) = WS-EXC-DATA
                  AND JT-TIPO(IND-J) = WS-EXC-TIPO THEN
                   MOVE 1 TO WS-ACHOU-JUS
                   MOVE JT-MOTIVO(IND-J) TO WS-EXC-SITUACAO
               END-IF
           END-PERFORM.
           IF WS-ACHOU-JUS = 0 THEN
               ADD 1 TO WS-EXC-POR-JUST
               MOVE "POR JUSTIFICAR" TO WS-EXC-SITUACAO
           END-IF.
           MOVE SPACES TO LINHA-HOR.
           STRING FS-CODFUNC "  " WS-EXC-DATA " " WS-EXC-TIPO " "
               WS-EXC-DESC " " WS-EXC-MIN "  " WS-EXC-SITUACAO
               DELIMITED BY SIZE INTO LINHA-HOR.
           WRITE LINHA-HOR.
           DISPLAY LINHA-HOR.

       JUSTIFICAR-EXCECAO.
      * SO UM SUPERVISOR PODE JUSTIFICAR EXCECOES DE PONTO
           IF WS-PERFIL-LOGADO NOT = "S" THEN
               DISPLAY "JUSTIFICACAO RESERVADA A SUPERVISORES"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "FUNCIONARIO:" NO ADVANCING.
           ACCEPT WS-COR-FUNC.
           PERFORM VERIFICAR-FUNCIONARIO.
           IF WS-FUNC-OK = 0 THEN
               DISPLAY "FUNCIONARIO INEXISTENTE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "DATA (AAAAMMDD):" NO ADVANCING.
           ACCEPT WS-COR-DATA.
           DISPLAY "EXCECAO (A)TRASO (S)AIDA ANTECIPADA (F)ALTA "
               "(P)ICAGEM EM FALTA FORA DA ESCALA(N):" NO ADVANCING.
           ACCEPT WS-COR-TIPO.
           MOVE FUNCTION UPPER-CASE(WS-COR-TIPO) TO WS-COR-TIPO.
           IF WS-COR-TIPO NOT = "A" AND WS-COR-TIPO NOT = "S"
              AND WS-COR-TIPO NOT = "F" AND WS-COR-TIPO NOT = "P"
              AND WS-COR-TIPO NOT = "N" THEN
               DISPLAY "TIPO INVALIDO - JUSTIFICACAO CANCELADA"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "MOTIVO:" NO ADVANCING.
           ACCEPT WS-JUS-MOTIVO.
           IF WS-JUS-MOTIVO = SPACES THEN
               DISPLAY "MOTIVO OBRIGATORIO - JUSTIFICACAO CANCELADA"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND FICJUS.
           MOVE FUNCTION NUMVAL(WS-COR-FUNC) TO JUS-FUNC.
           MOVE FUNCTION NUMVAL(WS-COR-DATA) TO JUS-DATA.
           MOVE WS-COR-TIPO TO JUS-TIPO.
           MOVE WS-JUS-MOTIVO TO JUS-MOTIVO.
           MOVE WS-OPERADOR-LOGADO TO JUS-SUPERVISOR.
           MOVE WS-DATA-HOJE TO JUS-DATA-REG.
           WRITE REG-JUS.
           CLOSE FICJUS.
           PERFORM REGISTAR-AUDITORIA-JUSTIFICACAO.
           DISPLAY "JUSTIFICACAO REGISTADA E AUDITADA".

       REGISTAR-AUDITORIA-JUSTIFICACAO.
           ACCEPT WS-HORA-SIS FROM TIME.
           MOVE SPACES TO WS-HORA-TXT.
           STRING WS-HORA-HH ":" WS-HORA-MM ":" WS-HORA-SS
               DELIMITED BY SIZE INTO WS-HORA-TXT.
           OPEN EXTEND FICAUD.
           MOVE SPACES TO FS-AUD-LINHA.
           STRING WRK-DIA "-" WRK-MES "-" WRK-ANO " " WS-HORA-TXT
               " " WS-OPERADOR-LOGADO " JUSTIFICAR PONTO"
               "               PONTO        " WS-COR-FUNC
               " " WS-COR-DATA " " WS-COR-TIPO
               DELIMITED BY SIZE INTO FS-AUD-LINHA.
           WRITE REGISTO-AUD.
           CLOSE FICAUD.

       PEDIR-AUSENCIA.
      * O FUNCIONARIO PEDE PARA SI; O SUPERVISOR PODE PEDIR POR OUTROS
           IF WS-PERFIL-LOGADO = "S" THEN
               DISPLAY "FUNCIONARIO:" NO ADVANCING
               ACCEPT WS-COR-FUNC
           ELSE
               MOVE WS-OPERADOR-LOGADO TO WS-COR-FUNC
           END-IF.
           PERFORM VERIFICAR-FUNCIONARIO.
           IF WS-FUNC-OK = 0 THEN
               DISPLAY "FUNCIONARIO INEXISTENTE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "TIPO (F)ERIAS (D)OENCA (O)UTRA:" NO ADVANCING.
           ACCEPT WS-AUS-TIPO-W.
           MOVE FUNCTION UPPER-CASE(WS-AUS-TIPO-W) TO WS-AUS-TIPO-W.
           IF NOT AUS-TIPO-VALIDO THEN
               DISPLAY "TIPO INVALIDO - PEDIDO CANCELADO"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PRIMEIRO DIA (AAAAMMDD):" NO ADVANCING.
           ACCEPT WS-COR-DATA.
           MOVE FUNCTION NUMVAL(WS-COR-DATA) TO WS-AUS-INI-W.
           DISPLAY "ULTIMO DIA   (AAAAMMDD):" NO ADVANCING.
           ACCEPT WS-COR-DATA.
           MOVE FUNCTION NUMVAL(WS-COR-DATA) TO WS-AUS-FIM-W.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-AUS-INI-W) NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-AUS-FIM-W) NOT = 0
              OR WS-AUS-FIM-W < WS-AUS-INI-W THEN
               DISPLAY "PERIODO INVALIDO - PEDIDO CANCELADO"
               EXIT PARAGRAPH
           END-IF.
           IF WS-AUS-INI-W(1:4) NOT = WS-AUS-FIM-W(1:4) THEN
               DISPLAY "O PEDIDO NAO PODE ATRAVESSAR O FIM DO ANO"
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-COR-FUNC) TO WS-ESC-FUNC-W.
           PERFORM CONTAR-DIAS-AUSENCIA.
           IF WS-AUS-DIAS-W = 0 THEN
               DISPLAY "SEM DIAS DE TRABALHO NO PERIODO"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VERIFICAR-SOBREPOSICAO.
           IF WS-AUS-SOBREPOE = 1 THEN
               DISPLAY "JA EXISTE AUSENCIA NESSE PERIODO"
               EXIT PARAGRAPH
           END-IF.
           IF WS-AUS-TIPO-W = "F" THEN
               MOVE WS-AUS-INI-W(1:4) TO WS-SALDO-ANO
               PERFORM CALCULAR-SALDO-FUNC
               IF WS-AUS-DIAS-W > WS-SALDO-RESTA THEN
                   DISPLAY "SALDO INSUFICIENTE: RESTAM "
                       WS-SALDO-RESTA " DIAS"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM OBTER-NUMERO-AUSENCIA.
           OPEN I-O FICAUS.
           MOVE WS-AUS-NUM-W TO AUS-NUMERO.
           MOVE WS-ESC-FUNC-W TO AUS-FUNC.
           MOVE WS-AUS-TIPO-W TO AUS-TIPO.
           MOVE WS-AUS-INI-W TO AUS-INICIO.
           MOVE WS-AUS-FIM-W TO AUS-FIM.
           MOVE WS-AUS-DIAS-W TO AUS-DIAS.
           MOVE "P" TO AUS-ESTADO.
           MOVE WS-OPERADOR-LOGADO TO AUS-PEDIDO-POR.
           MOVE WS-DATA-HOJE TO AUS-DATA-PEDIDO.
           MOVE 0 TO AUS-APROVADOR.
           MOVE 0 TO AUS-DATA-DECISAO.
           WRITE REG-AUS
               INVALID KEY
                   DISPLAY "ERRO A GRAVAR O PEDIDO"
           END-WRITE.
           CLOSE FICAUS.
           DISPLAY "PEDIDO " WS-AUS-NUM-W " REGISTADO - "
               WS-AUS-DIAS-W " DIAS - A AGUARDAR APROVACAO".

       OBTER-NUMERO-AUSENCIA.
           MOVE 0 TO WS-AUS-NUM-W.
           OPEN INPUT FICAUS.
           MOVE "00" TO FS-AUS.
           PERFORM UNTIL FS-AUS NOT = "00"
               READ FICAUS NEXT RECORD
                   AT END MOVE "10" TO FS-AUS
                   NOT AT END
                       IF AUS-NUMERO > WS-AUS-NUM-W THEN
                           MOVE AUS-NUMERO TO WS-AUS-NUM-W
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICAUS.
           ADD 1 TO WS-AUS-NUM-W.

       VERIFICAR-SOBREPOSICAO.
           MOVE 0 TO WS-AUS-SOBREPOE.
           OPEN INPUT FICAUS.
           MOVE "00" TO FS-AUS.
           PERFORM UNTIL FS-AUS NOT = "00"
               READ FICAUS NEXT RECORD
                   AT END MOVE "10" TO FS-AUS
                   NOT AT END
                       IF AUS-FUNC = WS-ESC-FUNC-W
                          AND AUS-ESTADO NOT = "R"
                          AND AUS-INICIO <= WS-AUS-FIM-W
                          AND AUS-FIM >= WS-AUS-INI-W THEN
                           MOVE 1 TO WS-AUS-SOBREPOE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICAUS.

       CONTAR-DIAS-AUSENCIA.
      * DIAS DE TRABALHO DO PERIODO SEGUNDO A ESCALA DO FUNCIONARIO
           OPEN INPUT FICESC.
           PERFORM CARREGAR-ESCALA-FUNC.
           CLOSE FICESC.
           MOVE 0 TO WS-AUS-DIAS-W.
           COMPUTE WS-DIA-INT = FUNCTION INTEGER-OF-DATE(WS-AUS-INI-W).
           COMPUTE WS-DIA-INT-FIM =
               FUNCTION INTEGER-OF-DATE(WS-AUS-FIM-W).
           PERFORM UNTIL WS-DIA-INT > WS-DIA-INT-FIM
               PERFORM VERIFICAR-DIA-UTIL
               IF WS-DIA-UTIL = 1 THEN
                   ADD 1 TO WS-AUS-DIAS-W
               END-IF
               ADD 1 TO WS-DIA-INT
           END-PERFORM.

       VERIFICAR-DIA-UTIL.
      * SEM ESCALA DEFINIDA CONTAM OS DIAS DE SEMANA COM 8 HORAS
           COMPUTE WS-DIA-SEM = FUNCTION MOD(WS-DIA-INT - 1, 7) + 1.
           MOVE 0 TO WS-DIA-UTIL.
           MOVE 0 TO WS-DIA-SEG.
           IF WS-ESC-TEM = 1 THEN
               IF ES-PLANEADO(WS-DIA-SEM) = 1 THEN
                   MOVE 1 TO WS-DIA-UTIL
                   COMPUTE WS-DIA-SEG = ES-SAIDA(WS-DIA-SEM)
                       - ES-ENTRADA(WS-DIA-SEM)
               END-IF
           ELSE
               IF WS-DIA-SEM <= 5 THEN
                   MOVE 1 TO WS-DIA-UTIL
                   MOVE 28800 TO WS-DIA-SEG
               END-IF
           END-IF.

       CALCULAR-SALDO-FUNC.
      * SALDO DE FERIAS DE WS-ESC-FUNC-W NO ANO WS-SALDO-ANO
           MOVE 0 TO WS-SALDO-DIREITO.
           MOVE 0 TO WS-SALDO-TRANSITADO.
           MOVE 0 TO WS-SALDO-GOZADO.
           MOVE 0 TO WS-SALDO-MARCADO.
           OPEN INPUT FICDIR.
           MOVE WS-ESC-FUNC-W TO DIR-FUNC.
           MOVE WS-SALDO-ANO TO DIR-ANO.
           READ FICDIR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DIR-DIAS TO WS-SALDO-DIREITO
                   MOVE DIR-TRANSITADO TO WS-SALDO-TRANSITADO
           END-READ.
           CLOSE FICDIR.
           OPEN INPUT FICESC.
           PERFORM CARREGAR-ESCALA-FUNC.
           CLOSE FICESC.
           OPEN INPUT FICAUS.
           MOVE "00" TO FS-AUS.
           PERFORM UNTIL FS-AUS NOT = "00"
               READ FICAUS NEXT RECORD
                   AT END MOVE "10" TO FS-AUS
                   NOT AT END
                       IF AUS-FUNC = WS-ESC-FUNC-W AND AUS-TIPO = "F"
                          AND AUS-ESTADO NOT = "R"
                          AND AUS-INICIO(1:4) = WS-SALDO-ANO THEN
                           PERFORM SOMAR-DIAS-SALDO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICAUS.
           COMPUTE WS-SALDO-RESTA = WS-SALDO-DIREITO
               + WS-SALDO-TRANSITADO - WS-SALDO-GOZADO
               - WS-SALDO-MARCADO.

       SOMAR-DIAS-SALDO.
      * GOZADO = APROVADO ATE HOJE; MARCADO = FUTURO OU PENDENTE
           COMPUTE WS-DIA-INT = FUNCTION INTEGER-OF-DATE(AUS-INICIO).
           COMPUTE WS-DIA-INT-FIM = FUNCTION INTEGER-OF-DATE(AUS-FIM).
           PERFORM UNTIL WS-DIA-INT > WS-DIA-INT-FIM
               PERFORM VERIFICAR-DIA-UTIL
               IF WS-DIA-UTIL = 1 THEN
                   COMPUTE WS-DIA-DATA =
                       FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
                   IF AUS-ESTADO = "A" AND WS-DIA-DATA <= WS-DATA-HOJE
                       ADD 1 TO WS-SALDO-GOZADO
                   ELSE
                       ADD 1 TO WS-SALDO-MARCADO
                   END-IF
               END-IF
               ADD 1 TO WS-DIA-INT
           END-PERFORM.

       APROVAR-AUSENCIAS.
      * SO UM SUPERVISOR PODE APROVAR OU RECUSAR AUSENCIAS
           IF WS-PERFIL-LOGADO NOT = "S" THEN
               DISPLAY "APROVACAO RESERVADA A SUPERVISORES"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PEDIDOS PENDENTES:".
           DISPLAY "NUMERO FUNC T INICIO   FIM      DIAS".
           MOVE 0 TO WS-AUS-PENDENTES.
           OPEN INPUT FICAUS.
           MOVE "00" TO FS-AUS.
           PERFORM UNTIL FS-AUS NOT = "00"
               READ FICAUS NEXT RECORD
                   AT END MOVE "10" TO FS-AUS
                   NOT AT END
                       IF AUS-ESTADO = "P" THEN
                           ADD 1 TO WS-AUS-PENDENTES
                           DISPLAY AUS-NUMERO " " AUS-FUNC "  "
                               AUS-TIPO " " AUS-INICIO " " AUS-FIM
                               " " AUS-DIAS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICAUS.
           IF WS-AUS-PENDENTES = 0 THEN
               DISPLAY "NAO HA PEDIDOS PENDENTES"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "NUMERO DO PEDIDO (0=SAIR):" NO ADVANCING.
           ACCEPT WS-AUS-NUM-TXT.
           MOVE FUNCTION NUMVAL(WS-AUS-NUM-TXT) TO WS-AUS-NUM-W.
           IF WS-AUS-NUM-W = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O FICAUS.
           MOVE WS-AUS-NUM-W TO AUS-NUMERO.
           READ FICAUS
               INVALID KEY
                   MOVE "23" TO FS-AUS
           END-READ.
           IF FS-AUS NOT = "00" OR AUS-ESTADO NOT = "P" THEN
               DISPLAY "PEDIDO INEXISTENTE OU JA DECIDIDO"
               CLOSE FICAUS
               EXIT PARAGRAPH
           END-IF.
           IF AUS-FUNC = WS-OPERADOR-LOGADO THEN
               DISPLAY "NAO PODE DECIDIR UM PEDIDO PROPRIO"
               CLOSE FICAUS
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "(A)PROVAR (R)ECUSAR:" NO ADVANCING.
           ACCEPT WS-AUS-DECISAO.
           MOVE FUNCTION UPPER-CASE(WS-AUS-DECISAO) TO WS-AUS-DECISAO.
           IF WS-AUS-DECISAO NOT = "A" AND WS-AUS-DECISAO NOT = "R"
           THEN
               DISPLAY "DECISAO INVALIDA"
               CLOSE FICAUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AUS-DECISAO TO AUS-ESTADO.
           MOVE WS-OPERADOR-LOGADO TO AUS-APROVADOR.
           MOVE WS-DATA-HOJE TO AUS-DATA-DECISAO.
           REWRITE REG-AUS
               INVALID KEY
                   DISPLAY "ERRO A GRAVAR A DECISAO"
           END-REWRITE.
           CLOSE FICAUS.
           MOVE AUS-FUNC TO WS-COR-FUNC.
           IF WS-AUS-DECISAO = "A" THEN
               MOVE "APROVAR AUSENCIA" TO WS-AUD-ACAO
           ELSE
               MOVE "RECUSAR AUSENCIA" TO WS-AUD-ACAO
           END-IF.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING WS-AUS-NUM-W " " AUS-TIPO " " AUS-INICIO " "
               AUS-FIM DELIMITED BY SIZE INTO WS-AUD-DETALHE.
           PERFORM REGISTAR-AUDITORIA-AUSENCIA.
           DISPLAY "DECISAO REGISTADA E AUDITADA".

       DEFINIR-DIREITO.
      * DIAS DE FERIAS A QUE O FUNCIONARIO TEM DIREITO NO ANO
           IF WS-PERFIL-LOGADO NOT = "S" THEN
               DISPLAY "DIREITOS RESERVADOS A SUPERVISORES"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "FUNCIONARIO:" NO ADVANCING.
           ACCEPT WS-COR-FUNC.
           PERFORM VERIFICAR-FUNCIONARIO.
           IF WS-FUNC-OK = 0 THEN
               DISPLAY "FUNCIONARIO INEXISTENTE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ANO (AAAA):" NO ADVANCING.
           ACCEPT WS-SALDO-ANO.
           OPEN I-O FICDIR.
           MOVE FUNCTION NUMVAL(WS-COR-FUNC) TO DIR-FUNC.
           MOVE WS-SALDO-ANO TO DIR-ANO.
           MOVE 1 TO WS-DIR-EXISTE.
           READ FICDIR
               INVALID KEY
                   MOVE 0 TO WS-DIR-EXISTE
                   MOVE 0 TO DIR-DIAS
                   MOVE 0 TO DIR-TRANSITADO
           END-READ.
           DISPLAY "DIREITO ACTUAL: " DIR-DIAS
               "  TRANSITADO: " DIR-TRANSITADO.
           DISPLAY "DIAS DE DIREITO:" NO ADVANCING.
           ACCEPT WS-COR-FUNC.
           MOVE FUNCTION NUMVAL(WS-COR-FUNC) TO DIR-DIAS.
           IF WS-DIR-EXISTE = 1 THEN
               REWRITE REG-DIR
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE REG-DIR
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
           CLOSE FICDIR.
           MOVE DIR-FUNC TO WS-COR-FUNC.
           MOVE "DIREITO FERIAS" TO WS-AUD-ACAO.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING DIR-ANO " " DIR-DIAS " DIAS"
               DELIMITED BY SIZE INTO WS-AUD-DETALHE.
           PERFORM REGISTAR-AUDITORIA-AUSENCIA.
           DISPLAY "DIREITO GRAVADO".

       RELATORIO-SALDOS.
           DISPLAY "ANO (AAAA):" NO ADVANCING.
           ACCEPT WS-SALDO-ANO.
           MOVE SPACES TO WS-HOR-NOME.
           STRING "SALDOS_" WS-SALDO-ANO ".TXT" DELIMITED BY SIZE
               INTO WS-HOR-NOME.
           OPEN OUTPUT FICHOR.
           MOVE SPACES TO LINHA-HOR.
           STRING "SALDO DE FERIAS - " WS-SALDO-ANO
               DELIMITED BY SIZE INTO LINHA-HOR.
           WRITE LINHA-HOR.
           MOVE "FUNC NOME                 DIREITO TRANSIT GOZADO "
               & "MARCADO  RESTA" TO LINHA-HOR.
           WRITE LINHA-HOR.
           DISPLAY LINHA-HOR.
           MOVE 0 TO WS-NUM-SALDOS.
           OPEN INPUT FICFUN.
           IF FS-FUN = "00" THEN
               MOVE 0 TO FS-CODFUNC
               START FICFUN KEY IS NOT LESS THAN FS-CODFUNC
                   INVALID KEY MOVE "10" TO FS-FUN
               END-START
               PERFORM UNTIL FS-FUN NOT = "00"
                   READ FICFUN NEXT RECORD
                       AT END MOVE "10" TO FS-FUN
                       NOT AT END
                           IF FS-ATIVO-FUNC = "S"
                              AND WS-NUM-SALDOS < 200 THEN
                               ADD 1 TO WS-NUM-SALDOS
                               MOVE FS-CODFUNC
                                   TO SL-FUNC(WS-NUM-SALDOS)
                               MOVE FS-NOME-FUNC
                                   TO SL-NOME(WS-NUM-SALDOS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICFUN.
           PERFORM VARYING IND-S FROM 1 BY 1
               UNTIL IND-S > WS-NUM-SALDOS
               MOVE SL-FUNC(IND-S) TO WS-ESC-FUNC-W
               PERFORM CALCULAR-SALDO-FUNC
               MOVE WS-SALDO-RESTA TO WS-SALDO-RESTA-ED
               MOVE SPACES TO LINHA-HOR
               STRING SL-FUNC(IND-S) "  " SL-NOME(IND-S)(1:20) " "
                   WS-SALDO-DIREITO "     " WS-SALDO-TRANSITADO
                   "     " WS-SALDO-GOZADO "    " WS-SALDO-MARCADO
                   "    " WS-SALDO-RESTA-ED
                   DELIMITED BY SIZE INTO LINHA-HOR
               WRITE LINHA-HOR
               DISPLAY LINHA-HOR
           END-PERFORM.
           CLOSE FICHOR.
           DISPLAY "RELATORIO GRAVADO EM " WS-HOR-NOME.

       TRANSITAR-SALDOS.
      * FECHO DO ANO: PASSA O SALDO PARA O ANO SEGUINTE SEGUNDO A
      * REGRA DE REGRAFERIAS.TXT (T=TUDO, L;NN=ATE NN DIAS, N=NADA)
           IF WS-PERFIL-LOGADO NOT = "S" THEN
               DISPLAY "TRANSICAO RESERVADA A SUPERVISORES"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ANO A FECHAR (AAAA):" NO ADVANCING.
           ACCEPT WS-SALDO-ANO.
           PERFORM LER-REGRA-TRANSICAO.
           DISPLAY "REGRA: " WS-REGRA-MODO " LIMITE " WS-REGRA-LIMITE.
           MOVE 0 TO WS-NUM-SALDOS.
           OPEN INPUT FICDIR.
           MOVE "00" TO FS-DIR.
           PERFORM UNTIL FS-DIR NOT = "00"
               READ FICDIR NEXT RECORD
                   AT END MOVE "10" TO FS-DIR
                   NOT AT END
                       IF DIR-ANO = WS-SALDO-ANO
                          AND WS-NUM-SALDOS < 200 THEN
                           ADD 1 TO WS-NUM-SALDOS
                           MOVE DIR-FUNC TO SL-FUNC(WS-NUM-SALDOS)
                           MOVE DIR-DIAS TO SL-DIAS(WS-NUM-SALDOS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICDIR.
           COMPUTE WS-ANO-SEGUINTE = FUNCTION NUMVAL(WS-SALDO-ANO) + 1.
           PERFORM VARYING IND-S FROM 1 BY 1
               UNTIL IND-S > WS-NUM-SALDOS
               MOVE SL-FUNC(IND-S) TO WS-ESC-FUNC-W
               PERFORM CALCULAR-SALDO-FUNC
               EVALUATE WS-REGRA-MODO
                   WHEN "N"
                       MOVE 0 TO WS-TRANSITA
                   WHEN "L"
                       IF WS-SALDO-RESTA > WS-REGRA-LIMITE THEN
                           MOVE WS-REGRA-LIMITE TO WS-TRANSITA
                       ELSE
                           MOVE WS-SALDO-RESTA TO WS-TRANSITA
                       END-IF
                   WHEN OTHER
                       MOVE WS-SALDO-RESTA TO WS-TRANSITA
               END-EVALUATE
               IF WS-SALDO-RESTA < 0 THEN
                   MOVE 0 TO WS-TRANSITA
               END-IF
               PERFORM GRAVAR-TRANSICAO
               DISPLAY SL-FUNC(IND-S) " TRANSITA " WS-TRANSITA
                   " DIAS PARA " WS-ANO-SEGUINTE
           END-PERFORM.
           DISPLAY "TRANSICAO CONCLUIDA PARA " WS-NUM-SALDOS
               " FUNCIONARIOS".

       GRAVAR-TRANSICAO.
           OPEN I-O FICDIR.
           MOVE SL-FUNC(IND-S) TO DIR-FUNC.
           MOVE WS-ANO-SEGUINTE TO DIR-ANO.
           READ FICDIR
               INVALID KEY
                   MOVE SL-DIAS(IND-S) TO DIR-DIAS
                   MOVE WS-TRANSITA TO DIR-TRANSITADO
                   WRITE REG-DIR
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-TRANSITA TO DIR-TRANSITADO
                   REWRITE REG-DIR
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ.
           CLOSE FICDIR.
           MOVE SL-FUNC(IND-S) TO WS-COR-FUNC.
           MOVE "TRANSITAR FERIAS" TO WS-AUD-ACAO.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING WS-SALDO-ANO " " WS-TRANSITA " DIAS"
               DELIMITED BY SIZE INTO WS-AUD-DETALHE.
           PERFORM REGISTAR-AUDITORIA-AUSENCIA.

       LER-REGRA-TRANSICAO.
           MOVE "T" TO WS-REGRA-MODO.
           MOVE 0 TO WS-REGRA-LIMITE.
           OPEN INPUT FICREG.
           READ FICREG
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SPACES TO WS-REGRA-CAMPO1 WS-REGRA-CAMPO2
                   UNSTRING LINHA-REG DELIMITED BY ";"
                       INTO WS-REGRA-CAMPO1 WS-REGRA-CAMPO2
                   END-UNSTRING
                   MOVE FUNCTION UPPER-CASE(WS-REGRA-CAMPO1(1:1))
                       TO WS-REGRA-MODO
                   IF WS-REGRA-CAMPO2 NOT = SPACES THEN
                       MOVE FUNCTION NUMVAL(WS-REGRA-CAMPO2)
                           TO WS-REGRA-LIMITE
                   END-IF
           END-READ.
           CLOSE FICREG.
           IF WS-REGRA-MODO NOT = "T" AND WS-REGRA-MODO NOT = "L"
              AND WS-REGRA-MODO NOT = "N" THEN
               MOVE "T" TO WS-REGRA-MODO
           END-IF.

       CARREGAR-AUSENCIAS-PERIODO.
      * AUSENCIAS APROVADAS QUE TOCAM O PERIODO WS-AUS-INI-W/FIM-W
           MOVE 0 TO WS-NUM-AUS.
           OPEN INPUT FICAUS.
           MOVE "00" TO FS-AUS.
           PERFORM UNTIL FS-AUS NOT = "00"
               READ FICAUS NEXT RECORD
                   AT END MOVE "10" TO FS-AUS
                   NOT AT END
                       IF AUS-ESTADO = "A"
                          AND AUS-INICIO <= WS-AUS-FIM-W
                          AND AUS-FIM >= WS-AUS-INI-W
                          AND WS-NUM-AUS < 300 THEN
                           ADD 1 TO WS-NUM-AUS
                           MOVE AUS-FUNC TO AT-FUNC(WS-NUM-AUS)
                           MOVE AUS-TIPO TO AT-TIPO(WS-NUM-AUS)
                           MOVE AUS-INICIO TO AT-INICIO(WS-NUM-AUS)
                           MOVE AUS-FIM TO AT-FIM(WS-NUM-AUS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICAUS.

       PROCURAR-AUSENCIA-DIA.
           MOVE 0 TO WS-ACHOU-AUS.
           PERFORM VARYING IND-A FROM 1 BY 1
               UNTIL IND-A > WS-NUM-AUS OR WS-ACHOU-AUS = 1
               IF AT-FUNC(IND-A) = WS-ESC-FUNC-W
                  AND AT-INICIO(IND-A) <= WS-EXC-DATA
                  AND AT-FIM(IND-A) >= WS-EXC-DATA THEN
                   MOVE 1 TO WS-ACHOU-AUS
                   MOVE AT-TIPO(IND-A) TO WS-AUS-TIPO-W
               END-IF
           END-PERFORM.

       DESCREVER-TIPO-AUSENCIA.
           EVALUATE WS-AUS-TIPO-W
               WHEN "F" MOVE "FERIAS" TO WS-AUS-DESC
               WHEN "D" MOVE "DOENCA" TO WS-AUS-DESC
               WHEN OTHER MOVE "OUTRA AUSENCIA" TO WS-AUS-DESC
           END-EVALUATE.

       ACUMULA-AUSENCIAS-MES.
      * HORAS DE AUSENCIA APROVADA CONTAM COMO TEMPO JUSTIFICADO
           STRING WS-MES-REL "01" DELIMITED BY SIZE INTO WS-COR-DATA.
           MOVE FUNCTION NUMVAL(WS-COR-DATA) TO WS-AUS-INI-W.
           STRING WS-MES-REL "31" DELIMITED BY SIZE INTO WS-COR-DATA.
           MOVE FUNCTION NUMVAL(WS-COR-DATA) TO WS-AUS-FIM-W.
           PERFORM CARREGAR-AUSENCIAS-PERIODO.
           OPEN INPUT FICESC.
           PERFORM VARYING IND-A FROM 1 BY 1 UNTIL IND-A > WS-NUM-AUS
               MOVE AT-FUNC(IND-A) TO WS-ESC-FUNC-W
               PERFORM CARREGAR-ESCALA-FUNC
               PERFORM POSICAO-FUNC-HORAS
               IF WS-ACHOU-HOR = 1 THEN
                   COMPUTE WS-DIA-INT =
                       FUNCTION INTEGER-OF-DATE(AT-INICIO(IND-A))
                   COMPUTE WS-DIA-INT-FIM =
                       FUNCTION INTEGER-OF-DATE(AT-FIM(IND-A))
                   PERFORM UNTIL WS-DIA-INT > WS-DIA-INT-FIM
                       COMPUTE WS-DIA-DATA =
                           FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
                       IF WS-DIA-DATA(1:6) = WS-MES-REL THEN
                           PERFORM VERIFICAR-DIA-UTIL
                           ADD WS-DIA-SEG TO HOR-SEG-AUS(WS-POS-HOR)
                       END-IF
                       ADD 1 TO WS-DIA-INT
                   END-PERFORM
               END-IF
           END-PERFORM.
           CLOSE FICESC.

       POSICAO-FUNC-HORAS.
           MOVE 0 TO WS-ACHOU-HOR.
           PERFORM VARYING IND-H FROM 1 BY 1
               UNTIL IND-H > WS-NUM-HOR
               IF HOR-FUNC(IND-H) = WS-ESC-FUNC-W THEN
                   MOVE 1 TO WS-ACHOU-HOR
                   MOVE IND-H TO WS-POS-HOR
               END-IF
           END-PERFORM.
           IF WS-ACHOU-HOR = 0 AND WS-NUM-HOR < 50 THEN
               ADD 1 TO WS-NUM-HOR
               MOVE WS-NUM-HOR TO WS-POS-HOR
               MOVE WS-ESC-FUNC-W TO HOR-FUNC(WS-POS-HOR)
               MOVE 1 TO WS-ACHOU-HOR
           END-IF.

       REGISTAR-AUDITORIA-AUSENCIA.
           ACCEPT WS-HORA-SIS FROM TIME.
           MOVE SPACES TO WS-HORA-TXT.
           STRING WS-HORA-HH ":" WS-HORA-MM ":" WS-HORA-SS
               DELIMITED BY SIZE INTO WS-HORA-TXT.
           OPEN EXTEND FICAUD.
           MOVE SPACES TO FS-AUD-LINHA.
           STRING WRK-DIA "-" WRK-MES "-" WRK-ANO " " WS-HORA-TXT
               " " WS-OPERADOR-LOGADO " " WS-AUD-ACAO
               "               PONTO        " WS-COR-FUNC
               " " WS-AUD-DETALHE
               DELIMITED BY SIZE INTO FS-AUD-LINHA.
           WRITE REGISTO-AUD.
           CLOSE FICAUD.

       LOGIN-OPERADOR.
           MOVE 0 TO WS-LOGIN-OK.
           MOVE 0 TO WS-TENTATIVAS-LOGIN.
