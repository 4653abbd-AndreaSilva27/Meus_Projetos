      ******************************************************************
      * Author:
      * Date:
      * Purpose: Agendador dos lotes de fim de dia e de fim de mes dos
      *          varios negocios. As tarefas, a frequencia (diaria,
      *          dias uteis ou ultimo dia util do mes segundo
      *          CALENDARIO.DAT) e as precedencias vem de AGENDA.CTL;
      *          cada tarefa corre sem operador pela ordem das
      *          precedencias, uma tarefa falhada salta as que dela
      *          dependem e "agenda RETOMAR" recomeca na tarefa
      *          falhada. Registo em AGENDA.LOG e resumo da manha em
      *          RESUMO_AGENDA.TXT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. agenda.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICTAB ASSIGN TO "AGENDA.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TAB.

           SELECT OPTIONAL FICEST ASSIGN TO "AGENDA.EST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EST.

           SELECT OPTIONAL FICLOG ASSIGN TO "AGENDA.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LOG.

           SELECT OPTIONAL FICRES ASSIGN TO "RESUMO_AGENDA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RES.

           SELECT OPTIONAL FICCAL ASSIGN TO "CALENDARIO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CAL
           RECORD KEY IS FS-DATA-FECHADA.
       DATA DIVISION.
       FILE SECTION.
      * AGENDA.CTL: UMA TAREFA POR LINHA
      *     CODIGO;FREQUENCIA;PREDECESSORES;COMANDO
      * FREQUENCIA D DIARIA, U DIAS UTEIS, M ULTIMO DIA UTIL DO MES.
      * PREDECESSORES SEPARADOS POR "," (ATE 5). AO COMANDO E
      * ACRESCENTADA A DATA DE NEGOCIO AAAAMMDD. LINHAS COM "*" NA
      * PRIMEIRA POSICAO SAO COMENTARIOS. EXEMPLO:
      *     FECHOGERAL;D;;./fechogeral
      *     DEPOSITO;D;FECHOGERAL;./deposito 000100
      *     BANCO-ORDENS;U;DEPOSITO;./banco2 ORDENS
      *     BANCO-RECON;U;BANCO-ORDENS;./banco2 RECONCILIACAO
      *     BANCO-JUROS;M;BANCO-RECON;./banco2 JUROS
      *     SAB-FATURAS;M;;./sabao FATURAS
      *     SAB-COBRANCA;U;SAB-FATURAS;./sabao COBRANCA
      *     SANCA-VALOR;M;;./sanca VALORIZACAO
      *     NOTURNO;D;;./noturno
       FD FICTAB.
       01 REGISTO-TAB.
           05 FS-TAB-LINHA        PIC X(200) VALUES SPACES.
      * AGENDA.EST: 1A LINHA ESTADO;DATA DE NEGOCIO, DEPOIS
      * CODIGO;ESTADO DE CADA TAREFA
       FD FICEST.
       01 REGISTO-EST.
           05 FS-EST-LINHA        PIC X(40) VALUES SPACES.
       FD FICLOG.
       01 REGISTO-LOG.
           05 FS-LOG-LINHA        PIC X(120) VALUES SPACES.
       FD FICRES.
       01 REGISTO-RES.
           05 FS-RES-LINHA        PIC X(120) VALUES SPACES.
       FD FICCAL.
       01 REGISTO-CAL.
           05 FS-DATA-FECHADA     PIC 9(08).
           05 FS-DESC-FECHO       PIC X(30).

       WORKING-STORAGE SECTION.
       77 FS-TAB                 PIC 9(02) VALUES 0.
       77 FS-EST                 PIC 9(02) VALUES 0.
       77 FS-LOG                 PIC 9(02) VALUES 0.
       77 FS-RES                 PIC 9(02) VALUES 0.
       77 FS-CAL                 PIC 9(02) VALUES 0.

       01 DATA-SISTEMA.
           05 WRK-ANO            PIC 9(4).
           05 WRK-MES            PIC 9(2).
           05 WRK-DIA            PIC 9(2).

       77 WS-PARM                PIC X(80) VALUES SPACES.
       77 WS-PARM-1              PIC X(10) VALUES SPACES.
       77 WS-MODO                PIC X(01) VALUES "N".
           88 MODO-RETOMA        VALUES "R".
       77 WS-DATA-NEGOCIO        PIC 9(08) VALUES 0.
       77 WS-DATA-NEG-X          PIC X(10) VALUES SPACES.
       77 WS-INT-NEGOCIO         PIC 9(07) VALUES 0.
       77 WS-INT-DIA-TESTE       PIC 9(07) VALUES 0.
       77 WS-DATA-TESTE-NUM      PIC 9(08) VALUES 0.
       77 WS-DIA-FECHADO-FLAG    PIC 9(01) VALUES 0.
       77 WS-DIA-UTIL            PIC 9(01) VALUES 0.
       77 WS-FIM-MES             PIC 9(01) VALUES 0.

       77 WS-EST-ESTADO          PIC X(10) VALUES SPACES.
       77 WS-EST-DATA            PIC X(08) VALUES SPACES.
       77 WS-EST-CODIGO          PIC X(15) VALUES SPACES.
       77 WS-EST-TAREFA          PIC X(10) VALUES SPACES.

       77 WS-PASSO-NOME          PIC X(15) VALUES SPACES.
       77 WS-PASSO-ESTADO        PIC X(10) VALUES SPACES.
       77 WS-PASSO-DETALHE       PIC X(60) VALUES SPACES.
       77 WS-HORA-X              PIC X(08) VALUES SPACES.
       01 WS-HORA-SIS.
           05 WS-HORA-HH         PIC 9(02).
           05 WS-HORA-MM         PIC 9(02).
           05 WS-HORA-SS         PIC 9(02).
           05 WS-HORA-CC         PIC 9(02).

       77 WS-TAB-F1              PIC X(15) VALUES SPACES.
       77 WS-TAB-F2              PIC X(05) VALUES SPACES.
       77 WS-TAB-F3              PIC X(80) VALUES SPACES.
       77 WS-TAB-F4              PIC X(100) VALUES SPACES.
       77 WS-CMD                 PIC X(200) VALUES SPACES.
       77 WS-RC                  PIC S9(09) VALUES 0.

      * TABELA DAS TAREFAS; ESTADO PENDENTE, OK, FALHOU, SALTADO OU
      * NAO-DEVIDO
       77 WS-NUM-TAREFAS         PIC 9(02) VALUES 0.
       77 IND-T                  PIC 9(02) VALUES 0.
       77 IND-K                  PIC 9(02) VALUES 0.
       77 IND-P                  PIC 9(01) VALUES 0.
       77 WS-POS-T               PIC 9(02) VALUES 0.
       77 WS-PROCURA             PIC X(15) VALUES SPACES.
       01 WS-TAB-TAREFAS.
           05 TR-ITEM OCCURS 50.
               10 TR-CODIGO      PIC X(15).
               10 TR-FREQ        PIC X(01).
               10 TR-NUM-PRED    PIC 9(01).
               10 TR-PRED        PIC X(15) OCCURS 5.
               10 TR-COMANDO     PIC X(100).
               10 TR-ESTADO      PIC X(10).
               10 TR-RC          PIC 9(03).
               10 TR-HORA-INI    PIC X(08).
               10 TR-HORA-FIM    PIC X(08).
               10 TR-MOTIVO      PIC X(40).

      * 0 PODE CORRER, 1 ESPERA POR PREDECESSOR, 2 BLOQUEADA
       77 WS-PRED-SITUACAO       PIC 9(01) VALUES 0.
       77 WS-PROGRESSO           PIC 9(01) VALUES 0.
       77 WS-QTD-OK              PIC 9(03) VALUES 0.
       77 WS-QTD-FALHOU          PIC 9(03) VALUES 0.
       77 WS-QTD-SALTADO         PIC 9(03) VALUES 0.
       77 WS-QTD-NAO-DEVIDO      PIC 9(03) VALUES 0.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           MOVE SPACES TO WS-PARM-1.
           UNSTRING WS-PARM DELIMITED BY ALL SPACE INTO WS-PARM-1
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-PARM-1) TO WS-PARM-1.

           PERFORM LER-ESTADO-ANTERIOR.

      * SEM PARAMETRO VALE A DATA DA MAQUINA; UMA DATA AAAAMMDD
      * PERMITE CORRER DEPOIS DA MEIA-NOITE O DIA DE NEGOCIO CERTO.
      * RETOMAR USA A DATA DA EXECUCAO INCOMPLETA
           IF WS-PARM-1 = "RETOMAR" THEN
               IF WS-EST-ESTADO NOT = "EMCURSO" AND
                  WS-EST-ESTADO NOT = "INCOMPLETO" THEN
                   DISPLAY "NAO HA EXECUCAO INCOMPLETA A RETOMAR"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "R" TO WS-MODO
               MOVE WS-EST-DATA TO WS-DATA-NEGOCIO
           ELSE
               IF WS-EST-ESTADO = "EMCURSO" OR
                  WS-EST-ESTADO = "INCOMPLETO" THEN
                   DISPLAY "EXECUCAO DE " WS-EST-DATA " INCOMPLETA. "
                       "USE 'agenda RETOMAR' OU APAGUE AGENDA.EST"
                   MOVE "AGENDADOR" TO WS-PASSO-NOME
                   MOVE "RECUSADO" TO WS-PASSO-ESTADO
                   MOVE "EXECUCAO ANTERIOR INCOMPLETA" TO
                       WS-PASSO-DETALHE
                   PERFORM ESCREVE-LOG-PASSO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-PARM-1(1:8) IS NUMERIC THEN
                   MOVE WS-PARM-1(1:8) TO WS-DATA-NEGOCIO
               ELSE
                   COMPUTE WS-DATA-NEGOCIO = WRK-ANO * 10000
                       + WRK-MES * 100 + WRK-DIA
               END-IF
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-NEGOCIO) NOT = 0
           THEN
               DISPLAY "DATA DE NEGOCIO INVALIDA: " WS-DATA-NEGOCIO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-DATA-NEG-X.
           STRING WS-DATA-NEGOCIO(7:2) "-" WS-DATA-NEGOCIO(5:2) "-"
               WS-DATA-NEGOCIO(1:4) DELIMITED BY SIZE
               INTO WS-DATA-NEG-X
           END-STRING.
           COMPUTE WS-INT-NEGOCIO =
               FUNCTION INTEGER-OF-DATE (WS-DATA-NEGOCIO).

           PERFORM LER-TABELA.
           IF WS-NUM-TAREFAS = 0 THEN
               DISPLAY "SEM TAREFAS EM AGENDA.CTL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CALCULA-CALENDARIO.
           PERFORM MARCAR-DEVIDAS.
           IF MODO-RETOMA THEN
               PERFORM APLICAR-ESTADO-ANTERIOR
           END-IF.

           MOVE "EMCURSO" TO WS-EST-ESTADO.
           PERFORM GRAVA-ESTADO.

           MOVE "AGENDADOR" TO WS-PASSO-NOME.
           IF MODO-RETOMA THEN
               MOVE "RETOMA" TO WS-PASSO-ESTADO
           ELSE
               MOVE "INICIO" TO WS-PASSO-ESTADO
           END-IF.
           MOVE SPACES TO WS-PASSO-DETALHE.
           STRING "DIA DE NEGOCIO " WS-DATA-NEG-X
               DELIMITED BY SIZE INTO WS-PASSO-DETALHE
           END-STRING.
           PERFORM ESCREVE-LOG-PASSO.

           PERFORM EXECUTAR-TAREFAS.
           PERFORM CONTAR-RESULTADOS.

           IF WS-QTD-FALHOU > 0 OR WS-QTD-SALTADO > 0 THEN
               MOVE "INCOMPLETO" TO WS-EST-ESTADO
           ELSE
               MOVE "COMPLETO" TO WS-EST-ESTADO
           END-IF.
           PERFORM GRAVA-ESTADO.
           PERFORM EMITIR-RESUMO.

           MOVE "AGENDADOR" TO WS-PASSO-NOME.
           MOVE WS-EST-ESTADO TO WS-PASSO-ESTADO.
           MOVE SPACES TO WS-PASSO-DETALHE.
           STRING "OK " WS-QTD-OK " FALHADAS " WS-QTD-FALHOU
               " SALTADAS " WS-QTD-SALTADO
               DELIMITED BY SIZE INTO WS-PASSO-DETALHE
           END-STRING.
           PERFORM ESCREVE-LOG-PASSO.
           DISPLAY "AGENDADOR " WS-EST-ESTADO ". RESUMO EM "
               "RESUMO_AGENDA.TXT".
           IF WS-EST-ESTADO = "INCOMPLETO" THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LER-ESTADO-ANTERIOR.
           MOVE SPACES TO WS-EST-ESTADO.
           MOVE SPACES TO WS-EST-DATA.
           OPEN INPUT FICEST.
           IF FS-EST = 00 THEN
               READ FICEST
                   AT END
                       CONTINUE
                   NOT AT END
                       UNSTRING FS-EST-LINHA DELIMITED BY ";"
                           INTO WS-EST-ESTADO WS-EST-DATA
                       END-UNSTRING
               END-READ
           END-IF.
           CLOSE FICEST.

       APLICAR-ESTADO-ANTERIOR.
      * AS TAREFAS JA CONCLUIDAS NAO VOLTAM A CORRER; AS FALHADAS E AS
      * SALTADAS FICAM PENDENTES DE NOVO
           OPEN INPUT FICEST.
           IF FS-EST = 00 THEN
               READ FICEST
                   AT END
                       MOVE 10 TO FS-EST
               END-READ
               PERFORM UNTIL FS-EST NOT = 00
                   READ FICEST
                       AT END
                           MOVE 10 TO FS-EST
                       NOT AT END
                           MOVE SPACES TO WS-EST-CODIGO
                           MOVE SPACES TO WS-EST-TAREFA
                           UNSTRING FS-EST-LINHA DELIMITED BY ";"
                               INTO WS-EST-CODIGO WS-EST-TAREFA
                           END-UNSTRING
                           MOVE WS-EST-CODIGO TO WS-PROCURA
                           PERFORM PROCURAR-TAREFA
                           IF WS-POS-T > 0 AND WS-EST-TAREFA = "OK"
                           THEN
                               MOVE "OK" TO TR-ESTADO(WS-POS-T)
                               MOVE "CONCLUIDA NA EXECUCAO ANTERIOR"
                                   TO TR-MOTIVO(WS-POS-T)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICEST.

       GRAVA-ESTADO.
           OPEN OUTPUT FICEST.
           MOVE SPACES TO FS-EST-LINHA.
           STRING WS-EST-ESTADO DELIMITED BY SPACE
               ";" WS-DATA-NEGOCIO DELIMITED BY SIZE
               INTO FS-EST-LINHA
           END-STRING.
           WRITE REGISTO-EST.
           PERFORM VARYING IND-K FROM 1 BY 1
               UNTIL IND-K > WS-NUM-TAREFAS
               MOVE SPACES TO FS-EST-LINHA
               STRING TR-CODIGO(IND-K) DELIMITED BY SPACE
                   ";" TR-ESTADO(IND-K) DELIMITED BY SIZE
                   INTO FS-EST-LINHA
               END-STRING
               WRITE REGISTO-EST
           END-PERFORM.
           CLOSE FICEST.

       LER-TABELA.
           MOVE 0 TO WS-NUM-TAREFAS.
           OPEN INPUT FICTAB.
           IF FS-TAB = 00 THEN
               PERFORM UNTIL FS-TAB NOT = 00
                   READ FICTAB
                       AT END
                           MOVE 10 TO FS-TAB
                       NOT AT END
                           IF FS-TAB-LINHA NOT = SPACES AND
                              FS-TAB-LINHA(1:1) NOT = "*" THEN
                               PERFORM CARREGA-TAREFA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICTAB.

       CARREGA-TAREFA.
           MOVE SPACES TO WS-TAB-F1 WS-TAB-F2 WS-TAB-F3 WS-TAB-F4.
           UNSTRING FS-TAB-LINHA DELIMITED BY ";"
               INTO WS-TAB-F1 WS-TAB-F2 WS-TAB-F3 WS-TAB-F4
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TAB-F1))
               TO WS-PROCURA.
           IF WS-PROCURA = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM PROCURAR-TAREFA.
           IF WS-POS-T > 0 THEN
               MOVE WS-PROCURA TO WS-PASSO-NOME
               MOVE "IGNORADA" TO WS-PASSO-ESTADO
               MOVE "TAREFA REPETIDA EM AGENDA.CTL" TO WS-PASSO-DETALHE
               PERFORM ESCREVE-LOG-PASSO
               EXIT PARAGRAPH
           END-IF.
           IF WS-NUM-TAREFAS >= 50 THEN
               MOVE WS-PROCURA TO WS-PASSO-NOME
               MOVE "IGNORADA" TO WS-PASSO-ESTADO
               MOVE "LIMITE DE 50 TAREFAS" TO WS-PASSO-DETALHE
               PERFORM ESCREVE-LOG-PASSO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-TAREFAS.
           MOVE WS-NUM-TAREFAS TO IND-T.
           MOVE WS-PROCURA TO TR-CODIGO(IND-T).
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TAB-F2))
               TO TR-FREQ(IND-T).
           MOVE FUNCTION TRIM(WS-TAB-F4) TO TR-COMANDO(IND-T).
           MOVE "PENDENTE" TO TR-ESTADO(IND-T).
           MOVE 0 TO TR-RC(IND-T).
           MOVE SPACES TO TR-HORA-INI(IND-T) TR-HORA-FIM(IND-T)
               TR-MOTIVO(IND-T).
           PERFORM VARYING IND-P FROM 1 BY 1 UNTIL IND-P > 5
               MOVE SPACES TO TR-PRED(IND-T, IND-P)
           END-PERFORM.
           UNSTRING WS-TAB-F3 DELIMITED BY ","
               INTO TR-PRED(IND-T, 1) TR-PRED(IND-T, 2)
                    TR-PRED(IND-T, 3) TR-PRED(IND-T, 4)
                    TR-PRED(IND-T, 5)
           END-UNSTRING.
           MOVE 0 TO TR-NUM-PRED(IND-T).
           PERFORM VARYING IND-P FROM 1 BY 1 UNTIL IND-P > 5
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(TR-PRED(IND-T, IND-P)))
                   TO TR-PRED(IND-T, IND-P)
               IF TR-PRED(IND-T, IND-P) NOT = SPACES THEN
                   ADD 1 TO TR-NUM-PRED(IND-T)
                   MOVE TR-PRED(IND-T, IND-P)
                       TO TR-PRED(IND-T, TR-NUM-PRED(IND-T))
               END-IF
           END-PERFORM.

       PROCURAR-TAREFA.
           MOVE 0 TO WS-POS-T.
           PERFORM VARYING IND-K FROM 1 BY 1
               UNTIL IND-K > WS-NUM-TAREFAS OR WS-POS-T > 0
               IF TR-CODIGO(IND-K) = WS-PROCURA THEN
                   MOVE IND-K TO WS-POS-T
               END-IF
           END-PERFORM.

       CALCULA-CALENDARIO.
      * DIA UTIL: NEM FIM DE SEMANA NEM DIA FECHADO EM CALENDARIO.DAT.
      * FIM DE MES: DIA UTIL SEM MAIS NENHUM DIA UTIL ATE AO FIM DO MES
           MOVE 0 TO WS-DIA-UTIL.
           MOVE 0 TO WS-FIM-MES.
           MOVE WS-INT-NEGOCIO TO WS-INT-DIA-TESTE.
           PERFORM DIA-FECHADO.
           IF WS-DIA-FECHADO-FLAG = 1 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-DIA-UTIL.
           MOVE 1 TO WS-FIM-MES.
           ADD 1 TO WS-INT-DIA-TESTE.
           COMPUTE WS-DATA-TESTE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-INT-DIA-TESTE).
           PERFORM UNTIL WS-DATA-TESTE-NUM(5:2) NOT =
                         WS-DATA-NEGOCIO(5:2) OR WS-FIM-MES = 0
               PERFORM DIA-FECHADO
               IF WS-DIA-FECHADO-FLAG = 0 THEN
                   MOVE 0 TO WS-FIM-MES
               END-IF
               ADD 1 TO WS-INT-DIA-TESTE
               COMPUTE WS-DATA-TESTE-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-INT-DIA-TESTE)
           END-PERFORM.

       DIA-FECHADO.
      * RESTO DA DIVISAO POR 7: 0 DOMINGO, 6 SABADO
           MOVE 0 TO WS-DIA-FECHADO-FLAG.
           IF FUNCTION MOD(WS-INT-DIA-TESTE, 7) = 0 OR
              FUNCTION MOD(WS-INT-DIA-TESTE, 7) = 6 THEN
               MOVE 1 TO WS-DIA-FECHADO-FLAG
           ELSE
               COMPUTE WS-DATA-TESTE-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-INT-DIA-TESTE)
               OPEN INPUT FICCAL
               IF FS-CAL = 00 THEN
                   MOVE WS-DATA-TESTE-NUM TO FS-DATA-FECHADA
                   READ FICCAL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 1 TO WS-DIA-FECHADO-FLAG
                   END-READ
               END-IF
               CLOSE FICCAL
           END-IF.

       MARCAR-DEVIDAS.
           PERFORM VARYING IND-T FROM 1 BY 1
               UNTIL IND-T > WS-NUM-TAREFAS
               EVALUATE TR-FREQ(IND-T)
                   WHEN "D"
                       CONTINUE
                   WHEN "U"
                       IF WS-DIA-UTIL = 0 THEN
                           MOVE "NAO-DEVIDO" TO TR-ESTADO(IND-T)
                           MOVE "DIA NAO UTIL" TO TR-MOTIVO(IND-T)
                       END-IF
                   WHEN "M"
                       IF WS-FIM-MES = 0 THEN
                           MOVE "NAO-DEVIDO" TO TR-ESTADO(IND-T)
                           MOVE "NAO E O ULTIMO DIA UTIL DO MES"
                               TO TR-MOTIVO(IND-T)
                       END-IF
                   WHEN OTHER
                       MOVE "FALHOU" TO TR-ESTADO(IND-T)
                       MOVE "FREQUENCIA INVALIDA EM AGENDA.CTL"
                           TO TR-MOTIVO(IND-T)
               END-EVALUATE
           END-PERFORM.

       EXECUTAR-TAREFAS.
      * CADA PASSAGEM CORRE AS TAREFAS CUJOS PREDECESSORES JA
      * TERMINARAM E SALTA AS QUE DEPENDEM DE UMA FALHA; PARA QUANDO
      * UMA PASSAGEM NAO MUDA NADA
           MOVE 1 TO WS-PROGRESSO.
           PERFORM UNTIL WS-PROGRESSO = 0
               MOVE 0 TO WS-PROGRESSO
               PERFORM VARYING IND-T FROM 1 BY 1
                   UNTIL IND-T > WS-NUM-TAREFAS
                   IF TR-ESTADO(IND-T) = "PENDENTE" THEN
                       PERFORM AVALIAR-PREDECESSORES
                       EVALUATE WS-PRED-SITUACAO
                           WHEN 0
                               PERFORM EXECUTAR-TAREFA
                               MOVE 1 TO WS-PROGRESSO
                           WHEN 2
                               MOVE "SALTADO" TO TR-ESTADO(IND-T)
                               PERFORM REGISTA-TAREFA
                               MOVE 1 TO WS-PROGRESSO
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-PERFORM.
      * O QUE FICA PENDENTE ESPERA POR SI PROPRIO: PRECEDENCIA CIRCULAR
           PERFORM VARYING IND-T FROM 1 BY 1
               UNTIL IND-T > WS-NUM-TAREFAS
               IF TR-ESTADO(IND-T) = "PENDENTE" THEN
                   MOVE "SALTADO" TO TR-ESTADO(IND-T)
                   MOVE "PRECEDENCIA CIRCULAR" TO TR-MOTIVO(IND-T)
                   PERFORM REGISTA-TAREFA
               END-IF
           END-PERFORM.

       AVALIAR-PREDECESSORES.
           MOVE 0 TO WS-PRED-SITUACAO.
           PERFORM VARYING IND-P FROM 1 BY 1
               UNTIL IND-P > TR-NUM-PRED(IND-T)
                  OR WS-PRED-SITUACAO = 2
               MOVE TR-PRED(IND-T, IND-P) TO WS-PROCURA
               PERFORM PROCURAR-TAREFA
               IF WS-POS-T = 0 THEN
                   MOVE 2 TO WS-PRED-SITUACAO
                   MOVE SPACES TO TR-MOTIVO(IND-T)
                   STRING "PREDECESSOR " DELIMITED BY SIZE
                       WS-PROCURA DELIMITED BY SPACE
                       " INEXISTENTE" DELIMITED BY SIZE
                       INTO TR-MOTIVO(IND-T)
                   END-STRING
               ELSE
                   EVALUATE TR-ESTADO(WS-POS-T)
                       WHEN "OK"
                       WHEN "NAO-DEVIDO"
                           CONTINUE
                       WHEN "PENDENTE"
                           MOVE 1 TO WS-PRED-SITUACAO
                       WHEN OTHER
                           MOVE 2 TO WS-PRED-SITUACAO
                           MOVE SPACES TO TR-MOTIVO(IND-T)
                           STRING "PREDECESSOR " DELIMITED BY SIZE
                               WS-PROCURA DELIMITED BY SPACE
                               " " TR-ESTADO(WS-POS-T)
                               DELIMITED BY SIZE INTO TR-MOTIVO(IND-T)
                           END-STRING
                   END-EVALUATE
               END-IF
           END-PERFORM.

       EXECUTAR-TAREFA.
           PERFORM OBTER-HORA.
           MOVE WS-HORA-X TO TR-HORA-INI(IND-T).
           MOVE TR-CODIGO(IND-T) TO WS-PASSO-NOME.
           MOVE "INICIO" TO WS-PASSO-ESTADO.
           MOVE TR-COMANDO(IND-T) TO WS-PASSO-DETALHE.
           PERFORM ESCREVE-LOG-PASSO.

           MOVE SPACES TO WS-CMD.
           STRING FUNCTION TRIM(TR-COMANDO(IND-T)) " " WS-DATA-NEGOCIO
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CMD.
           MOVE RETURN-CODE TO WS-RC.
           MOVE 0 TO RETURN-CODE.
      * O SISTEMA DEVOLVE O CODIGO DE SAIDA MULTIPLICADO POR 256
           IF WS-RC > 255 THEN
               DIVIDE 256 INTO WS-RC
           END-IF.
           IF WS-RC < 0 THEN
               MOVE 255 TO WS-RC
           END-IF.
           MOVE WS-RC TO TR-RC(IND-T).

           PERFORM OBTER-HORA.
           MOVE WS-HORA-X TO TR-HORA-FIM(IND-T).
           IF WS-RC = 0 THEN
               MOVE "OK" TO TR-ESTADO(IND-T)
               MOVE SPACES TO TR-MOTIVO(IND-T)
           ELSE
               MOVE "FALHOU" TO TR-ESTADO(IND-T)
               MOVE SPACES TO TR-MOTIVO(IND-T)
               STRING "CODIGO DE RETORNO " TR-RC(IND-T)
                   DELIMITED BY SIZE INTO TR-MOTIVO(IND-T)
               END-STRING
           END-IF.
           PERFORM REGISTA-TAREFA.
      * O ESTADO E GRAVADO A CADA TAREFA PARA A RETOMA SABER ONDE PAROU
           PERFORM GRAVA-ESTADO.

       REGISTA-TAREFA.
           MOVE TR-CODIGO(IND-T) TO WS-PASSO-NOME.
           MOVE TR-ESTADO(IND-T) TO WS-PASSO-ESTADO.
           MOVE TR-MOTIVO(IND-T) TO WS-PASSO-DETALHE.
           PERFORM ESCREVE-LOG-PASSO.

       CONTAR-RESULTADOS.
           MOVE 0 TO WS-QTD-OK WS-QTD-FALHOU WS-QTD-SALTADO
               WS-QTD-NAO-DEVIDO.
           PERFORM VARYING IND-T FROM 1 BY 1
               UNTIL IND-T > WS-NUM-TAREFAS
               EVALUATE TR-ESTADO(IND-T)
                   WHEN "OK"
                       ADD 1 TO WS-QTD-OK
                   WHEN "FALHOU"
                       ADD 1 TO WS-QTD-FALHOU
                   WHEN "SALTADO"
                       ADD 1 TO WS-QTD-SALTADO
                   WHEN "NAO-DEVIDO"
                       ADD 1 TO WS-QTD-NAO-DEVIDO
               END-EVALUATE
           END-PERFORM.

       EMITIR-RESUMO.
           OPEN OUTPUT FICRES.
           MOVE SPACES TO FS-RES-LINHA.
           STRING "RESUMO DO AGENDADOR - DIA DE NEGOCIO " WS-DATA-NEG-X
               DELIMITED BY SIZE INTO FS-RES-LINHA
           END-STRING.
           IF MODO-RETOMA THEN
               MOVE "(RETOMA)" TO FS-RES-LINHA(49:8)
           END-IF.
           WRITE REGISTO-RES.
           PERFORM OBTER-HORA.
           MOVE SPACES TO FS-RES-LINHA.
           STRING "TERMINADO EM " WRK-DIA "-" WRK-MES "-" WRK-ANO " "
               WS-HORA-X " - " WS-EST-ESTADO
               DELIMITED BY SIZE INTO FS-RES-LINHA
           END-STRING.
           WRITE REGISTO-RES.
           MOVE SPACES TO FS-RES-LINHA.
           WRITE REGISTO-RES.
           MOVE SPACES TO FS-RES-LINHA.
           STRING "TAREFA          ESTADO     INICIO   FIM      RC  "
               "MOTIVO" DELIMITED BY SIZE INTO FS-RES-LINHA
           END-STRING.
           WRITE REGISTO-RES.
           PERFORM VARYING IND-T FROM 1 BY 1
               UNTIL IND-T > WS-NUM-TAREFAS
               MOVE SPACES TO FS-RES-LINHA
               STRING TR-CODIGO(IND-T) " " TR-ESTADO(IND-T) " "
                   TR-HORA-INI(IND-T) " " TR-HORA-FIM(IND-T) " "
                   TR-RC(IND-T) " " TR-MOTIVO(IND-T)
                   DELIMITED BY SIZE INTO FS-RES-LINHA
               END-STRING
               WRITE REGISTO-RES
           END-PERFORM.
           MOVE SPACES TO FS-RES-LINHA.
           WRITE REGISTO-RES.
           MOVE SPACES TO FS-RES-LINHA.
           STRING "EXECUTADAS: " WS-QTD-OK "  FALHADAS: " WS-QTD-FALHOU
               "  SALTADAS: " WS-QTD-SALTADO "  NAO DEVIDAS: "
               WS-QTD-NAO-DEVIDO
               DELIMITED BY SIZE INTO FS-RES-LINHA
           END-STRING.
           WRITE REGISTO-RES.
           IF WS-EST-ESTADO = "INCOMPLETO" THEN
               MOVE SPACES TO FS-RES-LINHA
               STRING "DEPOIS DE CORRIGIDA A FALHA, 'agenda RETOMAR' "
                   "RECOMECA NA TAREFA FALHADA"
                   DELIMITED BY SIZE INTO FS-RES-LINHA
               END-STRING
               WRITE REGISTO-RES
           END-IF.
           CLOSE FICRES.

       OBTER-HORA.
           ACCEPT WS-HORA-SIS FROM TIME.
           MOVE SPACES TO WS-HORA-X.
           STRING WS-HORA-HH ":" WS-HORA-MM ":" WS-HORA-SS
               DELIMITED BY SIZE INTO WS-HORA-X
           END-STRING.

       ESCREVE-LOG-PASSO.
           PERFORM OBTER-HORA.
           OPEN EXTEND FICLOG.
           MOVE SPACES TO FS-LOG-LINHA.
           STRING WRK-DIA "-" WRK-MES "-" WRK-ANO " " WS-HORA-X
               " " WS-PASSO-NOME " " WS-PASSO-ESTADO " "
               WS-PASSO-DETALHE
               DELIMITED BY SIZE INTO FS-LOG-LINHA
           END-STRING.
           WRITE REGISTO-LOG.
           CLOSE FICLOG.

       END PROGRAM agenda.
