      *   CARTAO-PARAMETRO (LT2005M):                                  *
      *     COLS 01-06 - MES DE REFERENCIA AAAAMM                     *
      *                  (BRANCO/INVALIDO = MES ANTERIOR AO CORRENTE)  *
      *----------------------------------------------------------------*
      *                                                                *
      *   VERSAO V.02 - CONTROLE DE EXECUCAO DA CADEIA: O INICIO      *
      *                 E O FIM DO PASSO SAO REGISTRADOS NA           *
      *                 FDRCAP.FC_CTRL_EXECUCAO (SUBROTINA            *
      *                 LT2101S). O PASSO E RECUSADO COM              *
      *                 RETURN-CODE 12 SE A ULTIMA EXECUCAO DO        *
      *                 LT2000B ESTIVER EM ANDAMENTO OU ABENDADA      *
      *                 (CADASTRO INCOMPLETO).                        *
      *                                                                *
      *   EM 15/10/2026 - MARTINS                                      *
      *                                                                *
      *            PROCURE POR V.02                                    *
      *                                                                *
      *----------------------------------------------------------------*
       ENVIRONMENT                  DIVISION.
      *--------------------------------------
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
V.02       PERFORM  R0095-REGISTRA-INICIO.
      *
           PERFORM  R0200-CARREGA-CATALOGO.
      *
                               WS-AC-REINCIDENTES.
      *
           MOVE          ZEROS             TO           RETURN-CODE
V.02  *
V.02       PERFORM  R9050-REGISTRA-FIM.

           STOP          RUN.
      *
           DISPLAY 'LT2005B - MES DE REFERENCIA = ' WS-ANO-MES.
      *
       R0080-SAIDA. EXIT.
V.02  *-----------------------------------------------------------------
V.02  *    REGISTRA O INICIO DA EXECUCAO NA FC_CTRL_EXECUCAO (LT2101S)
V.02  *    E CONFERE OS PRE-REQUISITOS DA CADEIA. EXECUCAO RECUSADA
V.02  *    ENCERRA COM RETURN-CODE 12, ANTES DE QUALQUER ATUALIZACAO.
V.02  *-----------------------------------------------------------------
V.02   R0095-REGISTRA-INICIO                                    SECTION.
V.02  *-----------------------------------------------------------------
V.02  *
V.02       MOVE  'I'        TO  LK-CTRL-FUNCAO.
V.02       MOVE  'LT2005B'  TO  LK-CTRL-PROGRAMA.
V.02       MOVE  'N'        TO  LK-CTRL-MODO.
V.02       MOVE  SPACES     TO  LK-CTRL-LIBERA.
V.02  *
V.02       CALL 'LT2101S' USING LK-AREA-CTRL.
V.02  *
V.02       IF LK-CTRL-COD-RETORNO  EQUAL  12
V.02          DISPLAY 'LT2005B - EXECUCAO RECUSADA (RC 12)'
V.02          DISPLAY 'LT2005B - ' LK-CTRL-MENSAGEM
V.02          PERFORM  R9100-CLOSE-ARQUIVOS
V.02          MOVE        12              TO             RETURN-CODE
V.02          STOP        RUN.
V.02  *
V.02       IF LK-CTRL-COD-RETORNO  NOT EQUAL  ZEROS
V.02          DISPLAY 'LT2005B - ERRO NO CONTROLE DE EXECUCAO (LT2101S)'
V.02          DISPLAY 'LT2005B - ' LK-CTRL-MENSAGEM
V.02          PERFORM  R9100-CLOSE-ARQUIVOS
V.02          MOVE        99              TO             RETURN-CODE
V.02          STOP        RUN.
V.02  *
V.02       DISPLAY 'LT2005B - DATA DE REFERENCIA  = ' LK-CTRL-DATA-REF.
V.02  *
V.02   R0095-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    CARREGA O CATALOGO DE CRITICAS (FC_CRITICA_LOTERICO) EM
      *    MEMORIA PARA DESCREVER OS CODIGOS NO QUADRO DE
           OPEN OUTPUT RLT2005B.
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
V.02       MOVE  RETURN-CODE         TO  LK-CTRL-RC-PROGRAMA.
V.02       MOVE  'F'                 TO  LK-CTRL-FUNCAO.
V.02       MOVE  WS-AC-OCOR-REF      TO  LK-CTRL-QTD-LIDOS.
V.02       MOVE  WS-AC-REINCIDENTES  TO  LK-CTRL-QTD-GRAVADOS.
V.02       MOVE  ZEROS               TO  LK-CTRL-QTD-REJEITADOS.
V.02  *
V.02       CALL 'LT2101S' USING LK-AREA-CTRL.
V.02  *
V.02       IF LK-CTRL-COD-RETORNO  NOT EQUAL  ZEROS
V.02          DISPLAY 'LT2005B - FIM NAO REGISTRADO (LT2101S)'
V.02          DISPLAY 'LT2005B - ' LK-CTRL-MENSAGEM.
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
