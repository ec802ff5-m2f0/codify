      *     COLS 09-11 - MESES DE RETENCAO FC_CTRL_REMESSA       (012) *
      *     COLS 13-15 - MESES APOS FECHAMENTO FC_PEND_LOTERICO  (006) *
      *     COL  17    - 'S' = SIMULACAO (SO DESCARREGA, NAO APAGA)    *
V.02  *     COL  19    - 'L' = LIBERA COM O LT2000B ABENDADO           *
      *----------------------------------------------------------------*
      *                                                                *
      *   VERSAO V.02 - CONTROLE DE EXECUCAO DA CADEIA: O INICIO      *
      *                 E O FIM DO PASSO SAO REGISTRADOS NA           *
      *                 FDRCAP.FC_CTRL_EXECUCAO (SUBROTINA            *
      *                 LT2101S). O EXPURGO E RECUSADO COM            *
      *                 RETURN-CODE 12 QUANDO O LT2000B TEM           *
      *                 CHECKPOINT DE REINICIO PENDENTE (LT2000P,     *
      *                 LIDO AQUI) OU QUANDO A ULTIMA EXECUCAO DO     *
      *                 LT2000B ESTA EM ANDAMENTO OU ABENDADA.        *
      *                 COL 19 DO LT2007M = 'L' LIBERA ESTA           *
      *                 SEGUNDA CONDICAO; O CHECKPOINT PENDENTE       *
      *                 NAO TEM LIBERACAO - O LT2000B DEVE SER        *
      *                 REINICIADO OU O LT2000P LIMPO.                *
      *                                                                *
      *   EM 15/10/2026 - MARTINS                                      *
      *                                                                *
      *            PROCURE POR V.02                                    *
      *                                                                *
      *----------------------------------------------------------------*
       ENVIRONMENT                  DIVISION.
      *--------------------------------------
           SELECT      WPARAM
                       ASSIGN      TO    LT2007M.
      *
V.02       SELECT      WRESTART
V.02                   ASSIGN      TO    LT2000P.
      *
           SELECT      WARQHIS
                       ASSIGN      TO    LT2007H.
      *
      *
       01  REG-PARAM                PIC X(80).
      *
V.02  *    ARQUIVO DE REINICIO DO LT2000B (CHECKPOINT PENDENTE):
V.02  *    BYTE DE TIPO 'S' + SEQUENCIA GLOBAL DE LEITURA.
V.02  *
V.02   FD  WRESTART
V.02       RECORD      7
V.02       BLOCK       0
V.02       RECORDING MODE IS F
V.02       LABEL RECORD IS OMITTED.
V.02  *
V.02   01  REG-RESTART.
V.02       05 REG-RESTART-TIPO      PIC X(001).
V.02       05 REG-RESTART-SEQ       PIC 9(006).
      *
       FD  WARQHIS
           RECORD    600
           BLOCK       0
           05 W-AC-PAGINA                   PIC 9(04) VALUE  ZEROS.
      *
           05 WS-PARM-SIMULACAO             PIC X(01) VALUE 'N'.
V.02       05 WS-RESTART-PENDENTE           PIC 9(01) VALUE ZERO.
      *
           05 WS-COMMIT-CONTADOR            PIC 9(07) VALUE ZEROS.
           05 WS-COMMIT-INTERVALO           PIC 9(07) VALUE 2000.
                 WPARM-MESES-PEND           PIC 9(03).
              10 FILLER                     PIC X(01).
              10 WPARM-SIMULACAO            PIC X(01).
V.02  *       10 FILLER                     PIC X(63).
V.02          10 FILLER                     PIC X(01).
V.02          10 WPARM-LIBERA               PIC X(01).
V.02          10 FILLER                     PIC X(61).
      *
      *--* REGISTRO DE DESCARGA DA FC_HIST_LOTERICO (LT2007H)
      *
                    ' *** SQLCODE '.
             10      WSQLCODE            PIC  ZZZZZ999- VALUE ZEROS.
      *
V.02  *
V.02  *--* AREA DE LIGACAO COM O CONTROLE DE EXECUCAO (LT2101S)
V.02  *
V.02   01 LK-AREA-CTRL.
V.02       05 LK-CTRL-FUNCAO    PIC X(01)       VALUE SPACES.
V.02       05 LK-CTRL-PROGRAMA  PIC X(08)       VALUE SPACES.
V.02       05 LK-CTRL-MODO      PIC X(01)       VALUE 'N'.
V.02       05 LK-CTRL-LIBERA    PIC X(01)       VALUE SPACES.
V.02       05 LK-CTRL-DATA-REF  PIC X(10)       VALUE SPACES.
V.02       05 LK-CTRL-DTH-INICIO PIC X(26)      VALUE SPACES.
V.02       05 LK-CTRL-RC-PROGRAMA PIC S9(04)    VALUE +0 COMP.
V.02       05 LK-CTRL-QTD-LIDOS PIC S9(09)      VALUE +0 COMP.
V.02       05 LK-CTRL-QTD-GRAVADOS PIC S9(09)   VALUE +0 COMP.
V.02       05 LK-CTRL-QTD-REJEITADOS PIC S9(09) VALUE +0 COMP.
V.02       05 LK-CTRL-COD-RETORNO PIC S9(04)    VALUE +0 COMP.
V.02       05 LK-CTRL-MENSAGEM  PIC X(80)       VALUE SPACES.
      *
      *--* EMPRESA (V1EMPRESA)
      *
       77         V1EMPR-NOM-EMP      PIC  X(040).
           PERFORM  R9000-OPEN-ARQUIVOS.
      *
           PERFORM  R0080-LE-PARM-EXECUCAO.
V.02  *
V.02       PERFORM  R0090-VERIFICA-RESTART.
V.02  *
V.02       PERFORM  R0095-REGISTRA-INICIO.
      *
           PERFORM  R7510-MONTA-CABECALHO.
      *
                               WS-AC-PEND-EXPURGADAS.
      *
           MOVE          ZEROS             TO           RETURN-CODE
V.02  *
V.02       PERFORM  R9050-REGISTRA-FIM.

           STOP          RUN.
      *
                    WS-PARM-SIMULACAO.
      *
       R0080-SAIDA. EXIT.
V.02  *-----------------------------------------------------------------
V.02  *    CONFERE O ARQUIVO DE REINICIO DO LT2000B (LT2000P). UM
V.02  *    REGISTRO COM SEQUENCIA DIFERENTE DE ZERO (OU EM FORMATO
V.02  *    QUE O LT2000B NAO ACEITA) E REINICIO PENDENTE: AS TABELAS
V.02  *    DE CONTROLE ESTAO A MEIO CAMINHO E NAO PODEM SER EXPURGADAS.
V.02  *-----------------------------------------------------------------
V.02   R0090-VERIFICA-RESTART                                   SECTION.
V.02  *-----------------------------------------------------------------
V.02  *
V.02       MOVE  ZERO  TO  WS-RESTART-PENDENTE.
V.02  *
V.02       OPEN INPUT  WRESTART.
V.02  *
V.02       READ  WRESTART
V.02           AT END
V.02              CONTINUE
V.02           NOT AT END
V.02              IF REG-RESTART-TIPO  NOT EQUAL  'S'  OR
V.02                 REG-RESTART-SEQ   NOT NUMERIC
V.02                 MOVE  1  TO  WS-RESTART-PENDENTE
V.02              ELSE
V.02                 IF REG-RESTART-SEQ  GREATER  ZEROS
V.02                    MOVE  1  TO  WS-RESTART-PENDENTE
V.02                 END-IF
V.02              END-IF
V.02       END-READ.
V.02  *
V.02       CLOSE WRESTART.
V.02  *
V.02       IF WS-RESTART-PENDENTE  EQUAL  1
V.02          DISPLAY 'LT2007B - LT2000P COM REINICIO PENDENTE = '
V.02                   REG-RESTART.
V.02  *
V.02   R0090-SAIDA. EXIT.
V.02  *-----------------------------------------------------------------
V.02  *    REGISTRA O INICIO DA EXECUCAO NA FC_CTRL_EXECUCAO (LT2101S)
V.02  *    E CONFERE OS PRE-REQUISITOS DA CADEIA. EXECUCAO RECUSADA
V.02  *    ENCERRA COM RETURN-CODE 12, ANTES DE QUALQUER ATUALIZACAO.
V.02  *    CHECKPOINT PENDENTE DO LT2000B E RECUSA APURADA AQUI (FUNCAO
V.02  *    'R'), SEM LIBERACAO.
V.02  *-----------------------------------------------------------------
V.02   R0095-REGISTRA-INICIO                                    SECTION.
V.02  *-----------------------------------------------------------------
V.02  *
V.02       MOVE  'I'                TO  LK-CTRL-FUNCAO.
V.02  *
V.02       IF WS-RESTART-PENDENTE  EQUAL  1
V.02          MOVE  'R'  TO  LK-CTRL-FUNCAO
V.02          MOVE 'LT2000B COM REINICIO PENDENTE NO LT2000P'
V.02                                 TO  LK-CTRL-MENSAGEM.
V.02  *
V.02       MOVE  'LT2007B'          TO  LK-CTRL-PROGRAMA.
V.02       MOVE  WS-PARM-SIMULACAO  TO  LK-CTRL-MODO.
V.02       MOVE  WPARM-LIBERA       TO  LK-CTRL-LIBERA.
V.02  *
V.02       CALL 'LT2101S' USING LK-AREA-CTRL.
V.02  *
V.02       IF LK-CTRL-COD-RETORNO  EQUAL  12
V.02          DISPLAY 'LT2007B - EXECUCAO RECUSADA (RC 12)'
V.02          DISPLAY 'LT2007B - ' LK-CTRL-MENSAGEM
V.02          PERFORM  R9100-CLOSE-ARQUIVOS
V.02          MOVE        12              TO             RETURN-CODE
V.02          STOP        RUN.
V.02  *
V.02       IF LK-CTRL-COD-RETORNO  NOT EQUAL  ZEROS
V.02          DISPLAY 'LT2007B - ERRO NO CONTROLE DE EXECUCAO (LT2101S)'
V.02          DISPLAY 'LT2007B - ' LK-CTRL-MENSAGEM
V.02          PERFORM  R9100-CLOSE-ARQUIVOS
V.02          MOVE        99              TO             RETURN-CODE
V.02          STOP        RUN.
V.02  *
V.02       DISPLAY 'LT2007B - DATA DE REFERENCIA  = ' LK-CTRL-DATA-REF.
V.02  *
V.02   R0095-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    MONTA EM WS-DATA-CORTE O PRIMEIRO DIA DO MES, WS-N-MESES
      *    ANTES DO MES CORRENTE. LINHAS ANTERIORES A ESTA DATA
           OPEN OUTPUT RLT2007B.
      *
       R9000-SAIDA. EXIT.
V.02  *-----------------------------------------------------------------
V.02  *    REGISTRA O FIM DA EXECUCAO NA FC_CTRL_EXECUCAO (LT2101S),
V.02  *    COM O RETURN-CODE E AS QUANTIDADES DO PASSO. O RETURN-CODE
V.02  *    E PRESERVADO NA CHAMADA DA SUBROTINA.
V.02  *-----------------------------------------------------------------
V.02   R9050-REGISTRA-FIM                                       SECTION.
V.02  *-----------------------------------------------------------------
V.02  *
V.02       MOVE  RETURN-CODE            TO  LK-CTRL-RC-PROGRAMA.
V.02       MOVE  'F'                    TO  LK-CTRL-FUNCAO.
V.02       MOVE  WS-AC-HIST-ARQUIVADAS  TO  LK-CTRL-QTD-LIDOS.
V.02       ADD   WS-AC-OCOR-ARQUIVADAS  TO  LK-CTRL-QTD-LIDOS.
V.02       ADD   WS-AC-REM-ARQUIVADAS   TO  LK-CTRL-QTD-LIDOS.
V.02       ADD   WS-AC-PEND-ARQUIVADAS  TO  LK-CTRL-QTD-LIDOS.
V.02       MOVE  WS-AC-HIST-EXPURGADAS  TO  LK-CTRL-QTD-GRAVADOS.
V.02       ADD   WS-AC-OCOR-EXPURGADAS  TO  LK-CTRL-QTD-GRAVADOS.
V.02       ADD   WS-AC-REM-EXPURGADAS   TO  LK-CTRL-QTD-GRAVADOS.
V.02       ADD   WS-AC-PEND-EXPURGADAS  TO  LK-CTRL-QTD-GRAVADOS.
V.02       MOVE  ZEROS                  TO  LK-CTRL-QTD-REJEITADOS.
V.02  *
V.02       CALL 'LT2101S' USING LK-AREA-CTRL.
V.02  *
V.02       IF LK-CTRL-COD-RETORNO  NOT EQUAL  ZEROS
V.02          DISPLAY 'LT2007B - FIM NAO REGISTRADO (LT2101S)'
V.02          DISPLAY 'LT2007B - ' LK-CTRL-MENSAGEM.
V.02  *
V.02       MOVE  LK-CTRL-RC-PROGRAMA  TO  RETURN-CODE.
V.02  *
V.02   R9050-SAIDA. EXIT.
      *----------------------------------------------------------------*
      *                   ROTINA CLOSE ARQUIVOS                        *
      *----------------------------------------------------------------*
           EXEC  SQL   ROLLBACK WORK                  END-EXEC.
      *
           MOVE        99              TO             RETURN-CODE.
V.02  *
V.02       PERFORM  R9050-REGISTRA-FIM.
      *
           STOP        RUN.
      *
