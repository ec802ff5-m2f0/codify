       IDENTIFICATION               DIVISION.
      *--------------------------------------
       PROGRAM-ID.                  LT2014B.
      *----------------------------------------------------------------*
      *   SISTEMA ................  SISTEMA DE LOTERICO                *
      *   PROGRAMA ...............  LT2014B                            *
      *----------------------------------------------------------------*
      *   ANALISTA ...............                                     *
      *   PROGRAMADOR ............  MARTINS                            *
      *   DATA CODIFICACAO .......  OUTUBRO / 2026                     *
      *   VERSAO .................  15102026 17:00HS                   *
      *----------------------------------------------------------------*
      *   FUNCAO :   RELATORIO DIARIO DE SITUACAO DA CADEIA DE         *
      *              LOTERICO, A PARTIR DA TABELA DE CONTROLE DE       *
      *              EXECUCAO (FC_CTRL_EXECUCAO, GRAVADA PELA          *
      *              SUBROTINA LT2101S):                               *
      *                                                                *
      *              1) TODAS AS EXECUCOES DA DATA DE REFERENCIA, EM   *
      *                 ORDEM DE INICIO, COM MODO, INICIO, FIM,        *
      *                 SITUACAO, RETURN-CODE E QUANTIDADES; AS        *
      *                 RECUSADAS E ABENDADAS SAO DESTACADAS;          *
      *              2) SITUACAO DE CADA PASSO DIARIO (LT2000B,        *
      *                 LT2002B E LT2003B): CONCLUIDO, PENDENTE, EM    *
      *                 EXECUCAO, ABENDADO, RECUSADO OU SO SIMULADO.   *
      *                                                                *
      *              PASSO NAO CONCLUIDO OU EXECUCAO ABENDADA ENCERRA  *
      *              COM RETURN-CODE 04 PARA O AGENDADOR. RECUSA DE    *
      *              REEXECUCAO DE PASSO JA CONCLUIDO NAO E ALERTA.    *
      *                                                                *
      *              SOMENTE LEITURA: NENHUMA TABELA E ATUALIZADA.     *
      *----------------------------------------------------------------*
      *   CARTAO-PARAMETRO (LT2014M):                                  *
      *     COLS 01-10 - DATA DE REFERENCIA (AAAA-MM-DD). EM BRANCO    *
      *                  OU INVALIDA = DTMOVABE DA V0SISTEMA ('LT')    *
      *----------------------------------------------------------------*
       ENVIRONMENT                  DIVISION.
      *--------------------------------------
       CONFIGURATION                SECTION.
      *--------------------------------------
       SPECIAL-NAMES.
      *
           DECIMAL-POINT      IS    COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT                  SECTION.
      *-------------------------------------
       FILE-CONTROL.
      *
           SELECT      WPARAM
                       ASSIGN      TO    LT2014M.
      *
           SELECT      RLT2014B
                       ASSIGN      TO    RLT2014B.
      *
      *----------------------------------------------------------------*
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *-------------
      *
       FD  WPARAM
           RECORD     80
           BLOCK       0
           RECORDING MODE IS F
           LABEL RECORD IS OMITTED.
      *
       01  REG-PARAM                PIC X(80).
      *
       FD  RLT2014B
           RECORDING MODE  F
           LABEL RECORD IS OMITTED.
      *
       01  REG-RLT2014B.
           05 REG-LINHA                     PIC X(132).
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE              SECTION.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

      *----------------------------------------------------------------*
      *                 DEFINICAO DAS VARIAVEIS HOST                   *
      *----------------------------------------------------------------*
      *
      *--* DATA DE REFERENCIA
      *
       77  WCHN-DATA-REF               PIC X(10).
      *
      *--* LINHA DE CONTROLE (FC_CTRL_EXECUCAO)
      *
       77  WCHN-NOM-PROGRAMA           PIC X(08).
       77  WCHN-COD-MODO               PIC X(01).
       77  WCHN-DTH-INICIO             PIC X(19).
       77  WCHN-DTH-FIM                PIC X(19).
       77  VIND-DTH-FIM                PIC S9(004) VALUE +0  COMP.
       77  WCHN-STA-EXECUCAO           PIC X(01).
       77  WCHN-COD-RETORNO            PIC S9(004) VALUE +0  COMP.
       77  WCHN-QTD-LIDOS              PIC S9(009) VALUE +0  COMP.
       77  WCHN-QTD-GRAVADOS           PIC S9(009) VALUE +0  COMP.
       77  WCHN-QTD-REJEITADOS         PIC S9(009) VALUE +0  COMP.
       77  WCHN-DES-OBSERVACAO         PIC X(80).
       77  VIND-OBSERVACAO             PIC S9(004) VALUE +0  COMP.
      *
      *----------------------------------------------------------------*
           EXEC SQL END DECLARE SECTION END-EXEC.
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA      END-EXEC.
      *----------------------------------------------------------------*
      *                     CAMPOS   DE   TRABALHO                     *
      *----------------------------------------------------------------*
      *
       01           AREA-DE-WORK.
      *
           05 LK-LINK.
              10 LK-RTCODE                  PIC S9(004) VALUE +0   COMP.
              10 LK-TAMANHO                 PIC S9(004) VALUE +40  COMP.
              10 LK-TITULO                  PIC  X(132) VALUE  SPACES.
      *
           05 W-AC-LINHA                    PIC 9(03) VALUE  80.
           05 W-AC-PAGINA                   PIC 9(04) VALUE  ZEROS.
      *
           05 WS-AC-EXECUCOES               PIC 9(07) VALUE ZEROS.
           05 WS-AC-FINALIZADAS             PIC 9(07) VALUE ZEROS.
           05 WS-AC-EM-EXECUCAO             PIC 9(07) VALUE ZEROS.
           05 WS-AC-RECUSADAS               PIC 9(07) VALUE ZEROS.
           05 WS-AC-ABENDADAS               PIC 9(07) VALUE ZEROS.
           05 WS-AC-PASSOS-OK               PIC 9(07) VALUE ZEROS.
           05 WS-AC-PASSOS-PEND             PIC 9(07) VALUE ZEROS.
           05 WS-AC-ALERTAS                 PIC 9(07) VALUE ZEROS.
      *
           05 WS-PASSO-PENDENTE             PIC 9(01) VALUE ZERO.
      *
           05 WPARM-CARTAO.
              10 WPARM-DATA-REF             PIC X(10).
              10 WPARM-DATA-REF-R REDEFINES
                 WPARM-DATA-REF.
                 15 WPARM-REF-AAAA          PIC X(04).
                 15 WPARM-REF-TRACO1        PIC X(01).
                 15 WPARM-REF-MM            PIC X(02).
                 15 WPARM-REF-TRACO2        PIC X(01).
                 15 WPARM-REF-DD            PIC X(02).
              10 FILLER                     PIC X(70).
      *
      *--* PASSOS DIARIOS DA CADEIA, NA ORDEM DE EXECUCAO
      *
           05 WS-QT-PASSOS                  PIC 9(02) VALUE 3.
           05 WS-IND-PASSO                  PIC 9(02) VALUE ZEROS.
      *
           05 TAB-PASSO.
              10 FILLER PIC X(08) VALUE 'LT2000B'.
              10 FILLER PIC X(08) VALUE 'LT2002B'.
              10 FILLER PIC X(08) VALUE 'LT2003B'.
           05 TAB-PASSO-R REDEFINES TAB-PASSO OCCURS 3 TIMES.
              10 TPASSO-PROGRAMA            PIC X(08).
      *
           05         WS-DATE.
             10       WS-AA-DATE        PIC  9(002)    VALUE  ZEROS.
             10       WS-MM-DATE        PIC  9(002)    VALUE  ZEROS.
             10       WS-DD-DATE        PIC  9(002)    VALUE  ZEROS.
      *
           05         WS-TIME.
             10       WS-HH-TIME        PIC  9(002)    VALUE ZEROS.
             10       WS-MM-TIME        PIC  9(002)    VALUE ZEROS.
             10       WS-SS-TIME        PIC  9(002)    VALUE ZEROS.
             10       WS-CC-TIME        PIC  9(002)    VALUE ZEROS.
      *
           05         WDATA-CABEC.
             10       WDATA-DD-CABEC    PIC  9(002)    VALUE ZEROS.
             10       FILLER            PIC  X(001)    VALUE '/'.
             10       WDATA-MM-CABEC    PIC  9(002)    VALUE ZEROS.
             10       FILLER            PIC  X(001)    VALUE '/'.
             10       WDATA-AA-CABEC    PIC  9(002)    VALUE ZEROS.
      *
           05         WHORA-CABEC.
             10       WHORA-HH-CABEC    PIC  9(002)    VALUE ZEROS.
             10       FILLER            PIC  X(001)    VALUE ':'.
             10       WHORA-MM-CABEC    PIC  9(002)    VALUE ZEROS.
             10       FILLER            PIC  X(001)    VALUE ':'.
             10       WHORA-SS-CABEC    PIC  9(002)    VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *                    LINHAS DE CABECALHOS                        *
      *----------------------------------------------------------------*
      *
           05 LC01.
              10 FILLER                     PIC X(43) VALUE 'LT2014B'.
              10 LC01-EMPRESA               PIC X(040) VALUE  SPACES.
              10 FILLER                     PIC X(036) VALUE  SPACES.
              10 FILLER                     PIC X(009) VALUE 'PAGINA'.
              10 LC01-PAGINA                PIC ZZZ9.
      *
           05 LC02.
              10 FILLER                     PIC X(119) VALUE  SPACES.
              10 FILLER                     PIC X(05) VALUE 'DATA'.
              10 LC02-DATA                  PIC X(08) VALUE  SPACES.
      *
           05 LC03.
              10 FILLER                     PIC X(33) VALUE  SPACES.
              10 FILLER                     PIC X(86) VALUE
                 '  SITUACAO DIARIA DA CADEIA DE LOTERICO'.
              10 FILLER                     PIC X(05) VALUE 'HORA'.
              10 LC03-HORA                  PIC X(08) VALUE  SPACES.
      *
           05 LC05.
              10 FILLER                     PIC X(132) VALUE ALL '-'.
      *
           05 LC06.
              10 FILLER                     PIC X(132) VALUE ALL ' '.
      *
           05 LD00.
              10 FILLER                     PIC X(010) VALUE SPACES.
              10 LD00-MSG1                  PIC X(122) VALUE SPACES.
      *
           05 LP01.
              10 FILLER                     PIC X(10) VALUE SPACES.
              10 FILLER                     PIC X(29) VALUE
                 'DATA DE REFERENCIA DA CADEIA'.
              10 LP01-DATA-REF              PIC X(10) VALUE SPACES.
              10 FILLER                     PIC X(83) VALUE SPACES.
      *
      *--* EXECUCOES DA DATA
      *
           05 LE00.
              10 FILLER                     PIC X(10) VALUE 'PROGRAMA'.
              10 FILLER                     PIC X(05) VALUE 'MODO'.
              10 FILLER                     PIC X(21) VALUE 'INICIO'.
              10 FILLER                     PIC X(21) VALUE 'FIM'.
              10 FILLER                     PIC X(14) VALUE 'SITUACAO'.
              10 FILLER                     PIC X(08) VALUE ' RC'.
              10 FILLER                     PIC X(13) VALUE '   LIDOS'.
              10 FILLER                     PIC X(13) VALUE
                 'GRAVADOS'.
              10 FILLER                     PIC X(27) VALUE
                 'REJEITADOS'.
      *
           05 LE01.
              10 LE01-PROGRAMA              PIC X(08) VALUE SPACES.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LE01-MODO                  PIC X(01) VALUE SPACES.
              10 FILLER                     PIC X(04) VALUE SPACES.
              10 LE01-INICIO                PIC X(19) VALUE SPACES.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LE01-FIM                   PIC X(19) VALUE SPACES.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LE01-SITUACAO              PIC X(12) VALUE SPACES.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LE01-RC                    PIC ZZ9.
              10 FILLER                     PIC X(03) VALUE SPACES.
              10 LE01-LIDOS                 PIC ZZZ.ZZZ.ZZ9.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LE01-GRAVADOS              PIC ZZZ.ZZZ.ZZ9.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LE01-REJEITADOS            PIC ZZZ.ZZZ.ZZ9.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LE01-DESTAQUE              PIC X(16) VALUE SPACES.
      *
           05 LE02.
              10 FILLER                     PIC X(15) VALUE SPACES.
              10 FILLER                     PIC X(05) VALUE 'OBS: '.
              10 LE02-OBSERVACAO            PIC X(80) VALUE SPACES.
              10 FILLER                     PIC X(32) VALUE SPACES.
      *
      *--* SITUACAO DOS PASSOS DIARIOS
      *
           05 LS00.
              10 FILLER                     PIC X(12) VALUE 'PASSO'.
              10 FILLER                     PIC X(24) VALUE 'SITUACAO'.
              10 FILLER                     PIC X(05) VALUE 'MODO'.
              10 FILLER                     PIC X(21) VALUE 'INICIO'.
              10 FILLER                     PIC X(21) VALUE 'FIM'.
              10 FILLER                     PIC X(06) VALUE ' RC'.
              10 FILLER                     PIC X(43) VALUE
                 'PROVIDENCIA'.
      *
           05 LS01.
              10 LS01-PROGRAMA              PIC X(08) VALUE SPACES.
              10 FILLER                     PIC X(04) VALUE SPACES.
              10 LS01-SITUACAO              PIC X(22) VALUE SPACES.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LS01-MODO                  PIC X(01) VALUE SPACES.
              10 FILLER                     PIC X(04) VALUE SPACES.
              10 LS01-INICIO                PIC X(19) VALUE SPACES.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LS01-FIM                   PIC X(19) VALUE SPACES.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LS01-RC                    PIC X(03) VALUE SPACES.
              10 FILLER                     PIC X(03) VALUE SPACES.
              10 LS01-PROVIDENCIA           PIC X(43) VALUE SPACES.
      *
           05 WS-ED-RC                      PIC ZZ9   VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *                    LINHAS DE TOTAIS                            *
      *----------------------------------------------------------------*
      *
           05 LT00.
              10 FILLER                     PIC X(10) VALUE SPACES.
              10 LT00-TEXTO                 PIC X(50) VALUE SPACES.
              10 FILLER                     PIC X(10) VALUE ALL '.'.
              10 FILLER                     PIC X(03) VALUE SPACES.
              10 LT00-TOTAIS                PIC ZZZ.ZZZ.ZZ9.
      *
      *--* AREA DE DISPLAY DE ERRO SQL
      *
           05        WABEND.
             10      FILLER              PIC  X(008) VALUE
                    'LT2014B '.
             10      FILLER              PIC  X(025) VALUE
                    '*** ERRO EXEC SQL NUMERO '.
             10      WNR-EXEC-SQL        PIC  X(004) VALUE '0000'.
             10      FILLER              PIC  X(013) VALUE
                    ' *** SQLCODE '.
             10      WSQLCODE            PIC  ZZZZZ999- VALUE ZEROS.
      *
      *--* EMPRESA (V1EMPRESA)
      *
       77         V1EMPR-NOM-EMP      PIC  X(040).
      *
      *
       PROCEDURE DIVISION.
      *-------------------
      *
           EXEC SQL WHENEVER SQLWARNING CONTINUE  END-EXEC.
      *
           EXEC SQL WHENEVER SQLERROR   CONTINUE  END-EXEC.
      *
           EXEC SQL WHENEVER NOT FOUND  CONTINUE  END-EXEC.
      *
           PERFORM  R9000-OPEN-ARQUIVOS.
      *
           PERFORM  R0080-LE-PARM-EXECUCAO.
      *
           PERFORM  R0100-DATA-REFERENCIA.
      *
           PERFORM  R7510-MONTA-CABECALHO.
      *
           PERFORM  R1000-LISTA-EXECUCOES.
      *
           PERFORM  R2000-SITUACAO-PASSOS.
      *
           PERFORM  R8000-TOTAIS-FINAIS.
      *
           PERFORM  R9100-CLOSE-ARQUIVOS.
      *
           DISPLAY '              PROGRAMA - LT2014B                  '
           DISPLAY '                                                  '
           DISPLAY '                TERMINO NORMAL                    '
           DISPLAY '                                                  '
           DISPLAY '  EXECUCOES NA DATA DE REFERENCIA ............. ='
                               WS-AC-EXECUCOES.
           DISPLAY '  EXECUCOES RECUSADAS ......................... ='
                               WS-AC-RECUSADAS.
           DISPLAY '  EXECUCOES ABENDADAS ......................... ='
                               WS-AC-ABENDADAS.
           DISPLAY '  PASSOS DIARIOS CONCLUIDOS ................... ='
                               WS-AC-PASSOS-OK.
           DISPLAY '  PASSOS DIARIOS NAO CONCLUIDOS ............... ='
                               WS-AC-PASSOS-PEND.
      *
           IF WS-AC-ALERTAS  GREATER  ZEROS
              MOVE       04                TO           RETURN-CODE
           ELSE
              MOVE       ZEROS             TO           RETURN-CODE.
      *
           STOP          RUN.
      *
       R0000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    LE O CARTAO-PARAMETRO (LT2014M). DATA EM BRANCO OU INVALIDA
      *    USA A DATA DO MOVIMENTO (R0100).
      *-----------------------------------------------------------------
       R0080-LE-PARM-EXECUCAO                                   SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  SPACES  TO  WPARM-CARTAO.
      *
           READ  WPARAM
               AT END
                  CONTINUE
               NOT AT END
                  MOVE  REG-PARAM  TO  WPARM-CARTAO
           END-READ.
      *
           MOVE  SPACES  TO  WCHN-DATA-REF.
      *
           IF WPARM-REF-AAAA    NUMERIC  AND
              WPARM-REF-MM      NUMERIC  AND
              WPARM-REF-DD      NUMERIC  AND
              WPARM-REF-TRACO1  EQUAL  '-'  AND
              WPARM-REF-TRACO2  EQUAL  '-'
              MOVE  WPARM-DATA-REF  TO  WCHN-DATA-REF.
      *
       R0080-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    DATA DE REFERENCIA: A DO CARTAO OU, SEM ELA, A DATA DO
      *    MOVIMENTO ABERTO DO SISTEMA LT (A MESMA QUE A LT2101S USA
      *    PARA REGISTRAR AS EXECUCOES).
      *-----------------------------------------------------------------
       R0100-DATA-REFERENCIA                                    SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '0100'  TO  WNR-EXEC-SQL.
      *
           IF WCHN-DATA-REF  NOT EQUAL  SPACES
              GO  TO  R0100-DISPLAY.
      *
           EXEC SQL
             SELECT  DTMOVABE
               INTO :WCHN-DATA-REF
               FROM  SEGUROS.V0SISTEMA
              WHERE  IDSISTEM  =  'LT'
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R0100-ERRO SELECT V0SISTEMA'
              GO  TO  R9999-ROT-ERRO.
      *
       R0100-DISPLAY.
      *
           DISPLAY 'LT2014B - DATA DE REFERENCIA          = '
                    WCHN-DATA-REF.
      *
       R0100-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    LISTA TODAS AS EXECUCOES REGISTRADAS PARA A DATA, EM ORDEM
      *    DE INICIO. RECUSADA, ABENDADA E RC ACIMA DE 04 SAO
      *    DESTACADAS; ABENDADA E RC ACIMA DE 04 CONTAM COMO ALERTA. A
      *    RECUSA SO E ALERTA QUANDO DEIXA O PASSO DIARIO PENDENTE
      *    (R2100).
      *-----------------------------------------------------------------
       R1000-LISTA-EXECUCOES                                    SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '1000'  TO  WNR-EXEC-SQL.
      *
           ADD   99 TO  W-AC-LINHA.
           PERFORM  R7520-CABECALHO.
      *
           MOVE 'EXECUCOES REGISTRADAS NA DATA DE REFERENCIA'
                                      TO  LD00-MSG1.
           WRITE  REG-RLT2014B  FROM  LD00  AFTER  1.
           WRITE  REG-RLT2014B  FROM  LE00  AFTER  2.
           WRITE  REG-RLT2014B  FROM  LC05  AFTER  1.
           ADD    4  TO  W-AC-LINHA.
      *
           EXEC SQL
             DECLARE  CEXECUCAO  CURSOR FOR
             SELECT  NOM_PROGRAMA,
                     COD_MODO,
                     SUBSTR(CHAR(DTH_INICIO), 1, 19),
                     SUBSTR(CHAR(DTH_FIM), 1, 19),
                     STA_EXECUCAO,
                     COD_RETORNO,
                     QTD_LIDOS,
                     QTD_GRAVADOS,
                     QTD_REJEITADOS,
                     DES_OBSERVACAO
               FROM  FDRCAP.FC_CTRL_EXECUCAO
              WHERE  DTH_REFERENCIA  =  :WCHN-DATA-REF
              ORDER  BY DTH_INICIO
           END-EXEC.
      *
           EXEC SQL
             OPEN  CEXECUCAO
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R1000-ERRO OPEN CURSOR FC_CTRL_EXECUCAO'
              GO  TO  R9999-ROT-ERRO.
      *
       R1000-FETCH.
      *
           EXEC SQL
             FETCH  CEXECUCAO
              INTO :WCHN-NOM-PROGRAMA,
                   :WCHN-COD-MODO,
                   :WCHN-DTH-INICIO,
                   :WCHN-DTH-FIM:VIND-DTH-FIM,
                   :WCHN-STA-EXECUCAO,
                   :WCHN-COD-RETORNO,
                   :WCHN-QTD-LIDOS,
                   :WCHN-QTD-GRAVADOS,
                   :WCHN-QTD-REJEITADOS,
                   :WCHN-DES-OBSERVACAO:VIND-OBSERVACAO
           END-EXEC.
      *
           IF SQLCODE  EQUAL  100
              GO  TO  R1000-FIM.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R1000-ERRO FETCH FC_CTRL_EXECUCAO'
              GO  TO  R9999-ROT-ERRO.
      *
           ADD   1  TO  WS-AC-EXECUCOES.
      *
           IF VIND-DTH-FIM  LESS  ZEROS
              MOVE  SPACES  TO  WCHN-DTH-FIM.
      *
           IF VIND-OBSERVACAO  LESS  ZEROS
              MOVE  SPACES  TO  WCHN-DES-OBSERVACAO.
      *
           MOVE  WCHN-NOM-PROGRAMA    TO  LE01-PROGRAMA.
           MOVE  WCHN-COD-MODO        TO  LE01-MODO.
           MOVE  WCHN-DTH-INICIO      TO  LE01-INICIO.
           MOVE  WCHN-DTH-FIM         TO  LE01-FIM.
           MOVE  WCHN-COD-RETORNO     TO  LE01-RC.
           MOVE  WCHN-QTD-LIDOS       TO  LE01-LIDOS.
           MOVE  WCHN-QTD-GRAVADOS    TO  LE01-GRAVADOS.
           MOVE  WCHN-QTD-REJEITADOS  TO  LE01-REJEITADOS.
           MOVE  SPACES               TO  LE01-DESTAQUE.
      *
           IF WCHN-STA-EXECUCAO  EQUAL  'E'
              ADD   1  TO  WS-AC-EM-EXECUCAO
              MOVE 'EM EXECUCAO'      TO  LE01-SITUACAO
           ELSE
           IF WCHN-STA-EXECUCAO  EQUAL  'R'
              ADD   1  TO  WS-AC-RECUSADAS
              MOVE 'RECUSADA'         TO  LE01-SITUACAO
              MOVE '*** RECUSADA ***' TO  LE01-DESTAQUE
           ELSE
           IF WCHN-STA-EXECUCAO  EQUAL  'A'
              ADD   1  TO  WS-AC-ABENDADAS
                           WS-AC-ALERTAS
              MOVE 'ABENDADA'         TO  LE01-SITUACAO
              MOVE '*** ABENDADA ***' TO  LE01-DESTAQUE
           ELSE
              ADD   1  TO  WS-AC-FINALIZADAS
              MOVE 'FINALIZADA'       TO  LE01-SITUACAO
              IF WCHN-COD-RETORNO  GREATER  4
                 ADD   1  TO  WS-AC-ALERTAS
                 MOVE '*** RC > 04 ***' TO  LE01-DESTAQUE.
      *
           ADD        1       TO  W-AC-LINHA.
           PERFORM  R7520-CABECALHO.
           WRITE  REG-RLT2014B  FROM  LE01  AFTER  1.
      *
           IF WCHN-DES-OBSERVACAO  NOT EQUAL  SPACES
              MOVE  WCHN-DES-OBSERVACAO  TO  LE02-OBSERVACAO
              ADD        1       TO  W-AC-LINHA
              PERFORM  R7520-CABECALHO
              WRITE  REG-RLT2014B  FROM  LE02  AFTER  1.
      *
           GO  TO  R1000-FETCH.
      *
       R1000-FIM.
      *
           EXEC SQL
             CLOSE  CEXECUCAO
           END-EXEC.
      *
           IF WS-AC-EXECUCOES  EQUAL  ZEROS
              MOVE 'NENHUMA EXECUCAO REGISTRADA PARA A DATA'
                                      TO  LD00-MSG1
              WRITE  REG-RLT2014B  FROM  LD00  AFTER  1
              ADD    1  TO  W-AC-LINHA.
      *
       R1000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    SITUACAO DE CADA PASSO DIARIO DA CADEIA NA DATA.
      *-----------------------------------------------------------------
       R2000-SITUACAO-PASSOS                                    SECTION.
      *-----------------------------------------------------------------
      *
           ADD   99 TO  W-AC-LINHA.
           PERFORM  R7520-CABECALHO.
      *
           MOVE 'SITUACAO DOS PASSOS DIARIOS DA CADEIA'
                                      TO  LD00-MSG1.
           WRITE  REG-RLT2014B  FROM  LD00  AFTER  1.
           WRITE  REG-RLT2014B  FROM  LS00  AFTER  2.
           WRITE  REG-RLT2014B  FROM  LC05  AFTER  1.
           ADD    4  TO  W-AC-LINHA.
      *
           PERFORM  R2100-SITUACAO-PASSO
               VARYING WS-IND-PASSO FROM 1 BY 1
               UNTIL WS-IND-PASSO  GREATER  WS-QT-PASSOS.
      *
       R2000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    VALE A ULTIMA EXECUCAO FORA DE SIMULACAO DO PASSO NA DATA;
      *    SEM ELA, A ULTIMA SIMULACAO. SO SIMULACAO NAO CONCLUI O
      *    PASSO. EXECUCAO RECUSADA (STA_EXECUCAO 'R') SO VALE QUANDO
      *    NAO HA OUTRA: A RECUSA DE UMA REEXECUCAO NAO DESFAZ O PASSO
      *    JA CONCLUIDO. A CONCILIACAO MENSAL DO LT2000B (MODO 'C') NAO
      *    E O PASSO DIARIO DE CARGA E NAO E CONSIDERADA (APARECE SO NA
      *    LISTA DE EXECUCOES DO R1000).
      *-----------------------------------------------------------------
       R2100-SITUACAO-PASSO                                     SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '2100'  TO  WNR-EXEC-SQL.
      *
           MOVE  TPASSO-PROGRAMA (WS-IND-PASSO)  TO  WCHN-NOM-PROGRAMA
                                                     LS01-PROGRAMA.
           MOVE  SPACES  TO  LS01-SITUACAO
                             LS01-MODO
                             LS01-INICIO
                             LS01-FIM
                             LS01-RC
                             LS01-PROVIDENCIA.
           MOVE  1       TO  WS-PASSO-PENDENTE.
      *
           EXEC SQL
             SELECT  COD_MODO,
                     SUBSTR(CHAR(DTH_INICIO), 1, 19),
                     SUBSTR(CHAR(DTH_FIM), 1, 19),
                     STA_EXECUCAO,
                     COD_RETORNO
               INTO :WCHN-COD-MODO,
                    :WCHN-DTH-INICIO,
                    :WCHN-DTH-FIM:VIND-DTH-FIM,
                    :WCHN-STA-EXECUCAO,
                    :WCHN-COD-RETORNO
               FROM  FDRCAP.FC_CTRL_EXECUCAO
              WHERE  NOM_PROGRAMA    =  :WCHN-NOM-PROGRAMA
                AND  DTH_REFERENCIA  =  :WCHN-DATA-REF
                AND (COD_MODO        <> 'C'  OR
                     NOM_PROGRAMA    <> 'LT2000B')
              ORDER  BY CASE WHEN STA_EXECUCAO = 'R' THEN 1 ELSE 0 END,
                        CASE WHEN COD_MODO = 'S' THEN 1 ELSE 0 END,
                        DTH_INICIO DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.
      *
           IF SQLCODE  EQUAL  100
              MOVE 'PENDENTE'              TO  LS01-SITUACAO
              MOVE 'AGUARDANDO EXECUCAO'   TO  LS01-PROVIDENCIA
              GO  TO  R2100-IMPRIME.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R2100-ERRO SELECT FC_CTRL_EXECUCAO'
              GO  TO  R9999-ROT-ERRO.
      *
           IF VIND-DTH-FIM  LESS  ZEROS
              MOVE  SPACES  TO  WCHN-DTH-FIM.
      *
           MOVE  WCHN-COD-MODO     TO  LS01-MODO.
           MOVE  WCHN-DTH-INICIO   TO  LS01-INICIO.
           MOVE  WCHN-DTH-FIM      TO  LS01-FIM.
           MOVE  WCHN-COD-RETORNO  TO  WS-ED-RC.
           MOVE  WS-ED-RC          TO  LS01-RC.
      *
           IF WCHN-STA-EXECUCAO  EQUAL  'E'
              MOVE  SPACES                 TO  LS01-RC
              MOVE 'EM EXECUCAO'           TO  LS01-SITUACAO
              MOVE 'CONFERIR SE O JOB AINDA ESTA ATIVO'
                                           TO  LS01-PROVIDENCIA
           ELSE
           IF WCHN-STA-EXECUCAO  EQUAL  'A'
              MOVE 'ABENDADO'              TO  LS01-SITUACAO
              MOVE 'ANALISAR O ABEND E REPROCESSAR'
                                           TO  LS01-PROVIDENCIA
           ELSE
           IF WCHN-STA-EXECUCAO  EQUAL  'R'
              MOVE 'RECUSADO'              TO  LS01-SITUACAO
              MOVE 'VER O MOTIVO NA LISTA DE EXECUCOES'
                                           TO  LS01-PROVIDENCIA
           ELSE
           IF WCHN-COD-MODO  EQUAL  'S'
              MOVE 'SO SIMULACAO'          TO  LS01-SITUACAO
              MOVE 'FALTA A EXECUCAO EM MODO NORMAL'
                                           TO  LS01-PROVIDENCIA
           ELSE
           IF WCHN-COD-RETORNO  GREATER  4
              MOVE 'FINALIZADO COM ERRO'   TO  LS01-SITUACAO
              MOVE 'ANALISAR O RETURN-CODE E REPROCESSAR'
                                           TO  LS01-PROVIDENCIA
           ELSE
              MOVE  ZERO                   TO  WS-PASSO-PENDENTE
              IF WCHN-COD-RETORNO  EQUAL  4
                 MOVE 'CONCLUIDO C/ ALERTA' TO  LS01-SITUACAO
              ELSE
                 MOVE 'CONCLUIDO'          TO  LS01-SITUACAO.
      *
       R2100-IMPRIME.
      *
           IF WS-PASSO-PENDENTE  EQUAL  1
              ADD   1  TO  WS-AC-PASSOS-PEND
                           WS-AC-ALERTAS
           ELSE
              ADD   1  TO  WS-AC-PASSOS-OK.
      *
           ADD        1       TO  W-AC-LINHA.
           PERFORM  R7520-CABECALHO.
           WRITE  REG-RLT2014B  FROM  LS01  AFTER  1.
      *
       R2100-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    QUADRO FINAL DE TOTAIS.
      *-----------------------------------------------------------------
       R8000-TOTAIS-FINAIS                                      SECTION.
      *-----------------------------------------------------------------
      *
           ADD       99       TO  W-AC-LINHA.
           PERFORM  R7520-CABECALHO.
      *
           MOVE 'EXECUCOES NA DATA DE REFERENCIA          '
                      TO LT00-TEXTO.
           MOVE  WS-AC-EXECUCOES            TO  LT00-TOTAIS
           WRITE  REG-RLT2014B  FROM  LT00  AFTER  2.
      *
           MOVE 'EXECUCOES FINALIZADAS                    '
                      TO LT00-TEXTO.
           MOVE  WS-AC-FINALIZADAS          TO  LT00-TOTAIS
           WRITE  REG-RLT2014B  FROM  LT00  AFTER  1.
      *
           MOVE 'EXECUCOES EM ANDAMENTO                   '
                      TO LT00-TEXTO.
           MOVE  WS-AC-EM-EXECUCAO          TO  LT00-TOTAIS
           WRITE  REG-RLT2014B  FROM  LT00  AFTER  1.
      *
           MOVE 'EXECUCOES RECUSADAS                      '
                      TO LT00-TEXTO.
           MOVE  WS-AC-RECUSADAS            TO  LT00-TOTAIS
           WRITE  REG-RLT2014B  FROM  LT00  AFTER  1.
      *
           MOVE 'EXECUCOES ABENDADAS                      '
                      TO LT00-TEXTO.
           MOVE  WS-AC-ABENDADAS            TO  LT00-TOTAIS
           WRITE  REG-RLT2014B  FROM  LT00  AFTER  1.
      *
           MOVE 'PASSOS DIARIOS CONCLUIDOS                '
                      TO LT00-TEXTO.
           MOVE  WS-AC-PASSOS-OK            TO  LT00-TOTAIS
           WRITE  REG-RLT2014B  FROM  LT00  AFTER  2.
      *
           MOVE 'PASSOS DIARIOS NAO CONCLUIDOS            '
                      TO LT00-TEXTO.
           MOVE  WS-AC-PASSOS-PEND          TO  LT00-TOTAIS
           WRITE  REG-RLT2014B  FROM  LT00  AFTER  1.
      *
           MOVE 'TOTAL DE ALERTAS                         '
                      TO LT00-TEXTO.
           MOVE  WS-AC-ALERTAS              TO  LT00-TOTAIS
           WRITE  REG-RLT2014B  FROM  LT00  AFTER  2.
      *
       R8000-SAIDA. EXIT.
      *----------------------------------------------------------------*
       R7510-MONTA-CABECALHO     SECTION.
      *------------------------------------
      *
           ACCEPT      WS-DATE             FROM    DATE
           MOVE        WS-DD-DATE          TO      WDATA-DD-CABEC
           MOVE        WS-MM-DATE          TO      WDATA-MM-CABEC
           MOVE        WS-AA-DATE          TO      WDATA-AA-CABEC
           MOVE        WDATA-CABEC         TO      LC02-DATA
      *
           ACCEPT      WS-TIME             FROM    TIME
           MOVE        WS-HH-TIME          TO      WHORA-HH-CABEC
           MOVE        WS-MM-TIME          TO      WHORA-MM-CABEC
           MOVE        WS-SS-TIME          TO      WHORA-SS-CABEC
           MOVE        WHORA-CABEC         TO      LC03-HORA
      *
           EXEC SQL    SELECT     NOME_EMPRESA
                       INTO      :V1EMPR-NOM-EMP
                       FROM       SEGUROS.V1EMPRESA
                       WHERE      COD_EMPRESA  =   0
           END-EXEC.
      *
           MOVE        V1EMPR-NOM-EMP      TO      LK-TITULO
           CALL       'PROALN01'           USING   LK-LINK
      *
           IF          LK-RTCODE           EQUAL   ZEROS
             MOVE      LK-TITULO           TO      LC01-EMPRESA
           ELSE
             DISPLAY  'PROBLEMA CALL V1EMPRESA'
             STOP      RUN.
      *
           MOVE    99    TO W-AC-LINHA.
           PERFORM  R7520-CABECALHO.
      *
           MOVE  WCHN-DATA-REF         TO  LP01-DATA-REF.
           WRITE  REG-RLT2014B  FROM  LP01  AFTER  1.
           ADD    1  TO  W-AC-LINHA.
      *
       R7510-SAIDA. EXIT.
      *----------------------------------------------------------------*
       R7520-CABECALHO  SECTION.
      *-------------------------
      *
           IF W-AC-LINHA  GREATER  60
              ADD        1       TO  W-AC-PAGINA
              MOVE  W-AC-PAGINA  TO  LC01-PAGINA
              WRITE  REG-RLT2014B  FROM  LC01 AFTER PAGE
              WRITE  REG-RLT2014B  FROM  LC02 AFTER 1
              WRITE  REG-RLT2014B  FROM  LC03 AFTER 1
              WRITE  REG-RLT2014B  FROM  LC06 AFTER 1
              MOVE       4       TO  W-AC-LINHA.
      *
       R7520-SAIDA. EXIT.
      *----------------------------------------------------------------*
       R9000-OPEN-ARQUIVOS        SECTION.
      *-------------------------------------
      *
           OPEN INPUT  WPARAM.
           OPEN OUTPUT RLT2014B.
      *
       R9000-SAIDA. EXIT.
      *----------------------------------------------------------------*
      *                   ROTINA CLOSE ARQUIVOS                        *
      *----------------------------------------------------------------*
       R9100-CLOSE-ARQUIVOS       SECTION.
      *-------------------------------------
      *
           CLOSE  WPARAM  RLT2014B.
      *
       R9100-SAIDA. EXIT.
      *----------------------------------------------------------------*
      *                   ROTINA DE ERRO E ABEND                       *
      *----------------------------------------------------------------*
       R9999-ROT-ERRO             SECTION.
      *-------------------------------------
      *
           MOVE        SQLCODE           TO           WSQLCODE.
      *
           DISPLAY     WABEND
      *
           CLOSE  WPARAM  RLT2014B.
      *
           EXEC  SQL   WHENEVER        SQLWARNING     CONTINUE END-EXEC.
      *
           EXEC  SQL   ROLLBACK WORK                  END-EXEC.
      *
           MOVE        99              TO             RETURN-CODE.
      *
           STOP        RUN.
      *
