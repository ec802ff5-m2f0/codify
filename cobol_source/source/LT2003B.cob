      *----------------------------------------------------------------*
      *   CARTAO-PARAMETRO (LT2003M):                                  *
      *     COLS 01-03 - N DIAS DE TOLERANCIA (DEFAULT 002)            *
V.04  *     COL  05    - 'L' = LIBERA A EXECUCAO SEM O LT2002B DA DATA *
      *----------------------------------------------------------------*
      *                                                                *
      *   VERSAO V.02 - O LT2000B (V.18) PASSOU A PROCESSAR VARIAS    *
      *                                                                *
      *            PROCURE POR V.03                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   VERSAO V.04 - CONTROLE DE EXECUCAO DA CADEIA: O INICIO      *
      *                 E O FIM DO PASSO SAO REGISTRADOS NA           *
      *                 FDRCAP.FC_CTRL_EXECUCAO (SUBROTINA            *
      *                 LT2101S) E A CONCILIACAO SO RODA DEPOIS       *
      *                 DO LT2002B DA DATA FINALIZADO COM RC ATE      *
      *                 04. SEM ISSO O PASSO E RECUSADO COM           *
      *                 RETURN-CODE 12. COL 05 DO LT2003M = 'L'       *
      *                 LIBERA A EXECUCAO MESMO ASSIM.                *
      *                                                                *
      *   EM 15/10/2026 - MARTINS                                      *
      *                                                                *
      *            PROCURE POR V.04                                    *
      *                                                                *
      *----------------------------------------------------------------*
       ENVIRONMENT                  DIVISION.
      *--------------------------------------
              10 WPARM-DIAS                 PIC X(03).
              10 WPARM-DIAS-N REDEFINES
                 WPARM-DIAS                 PIC 9(03).
V.04  *       10 FILLER                     PIC X(77).
V.04          10 FILLER                     PIC X(01).
V.04          10 WPARM-LIBERA               PIC X(01).
V.04          10 FILLER                     PIC X(75).
      *
      *--* IMAGEM DO ARQUIVO DE TOTAIS DE CONTROLE (LT2000T)
      *
                    ' *** SQLCODE '.
             10      WSQLCODE            PIC  ZZZZZ999- VALUE ZEROS.
      *
V.04  *
V.04  *--* AREA DE LIGACAO COM O CONTROLE DE EXECUCAO (LT2101S)
V.04  *
V.04   01 LK-AREA-CTRL.
V.04       05 LK-CTRL-FUNCAO    PIC X(01)       VALUE SPACES.
V.04       05 LK-CTRL-PROGRAMA  PIC X(08)       VALUE SPACES.
V.04       05 LK-CTRL-MODO      PIC X(01)       VALUE 'N'.
V.04       05 LK-CTRL-LIBERA    PIC X(01)       VALUE SPACES.
V.04       05 LK-CTRL-DATA-REF  PIC X(10)       VALUE SPACES.
V.04       05 LK-CTRL-DTH-INICIO PIC X(26)      VALUE SPACES.
V.04       05 LK-CTRL-RC-PROGRAMA PIC S9(04)    VALUE +0 COMP.
V.04       05 LK-CTRL-QTD-LIDOS PIC S9(09)      VALUE +0 COMP.
V.04       05 LK-CTRL-QTD-GRAVADOS PIC S9(09)   VALUE +0 COMP.
V.04       05 LK-CTRL-QTD-REJEITADOS PIC S9(09) VALUE +0 COMP.
V.04       05 LK-CTRL-COD-RETORNO PIC S9(04)    VALUE +0 COMP.
V.04       05 LK-CTRL-MENSAGEM  PIC X(80)       VALUE SPACES.
      *
      *--* EMPRESA (V1EMPRESA)
      *
       77         V1EMPR-NOM-EMP      PIC  X(040).
           PERFORM  R9000-OPEN-ARQUIVOS.
      *
           PERFORM  R0080-LE-PARM-EXECUCAO.
V.04  *
V.04       PERFORM  R0095-REGISTRA-INICIO.
      *
           PERFORM  R0090-LE-CTR-TOTAIS.
      *
              MOVE         04             TO           RETURN-CODE
           ELSE
              MOVE         ZEROS          TO           RETURN-CODE.
V.04  *
V.04       PERFORM  R9050-REGISTRA-FIM.
      *
           STOP          RUN.
      *
           DISPLAY 'LT2003B - DIAS DE TOLERANCIA = ' WMOV-DIAS-LIMITE.
      *
       R0080-SAIDA. EXIT.
V.04  *-----------------------------------------------------------------
V.04  *    REGISTRA O INICIO DA EXECUCAO NA FC_CTRL_EXECUCAO (LT2101S)
V.04  *    E CONFERE OS PRE-REQUISITOS DA CADEIA. EXECUCAO RECUSADA
V.04  *    ENCERRA COM RETURN-CODE 12, ANTES DE QUALQUER ATUALIZACAO.
V.04  *-----------------------------------------------------------------
V.04   R0095-REGISTRA-INICIO                                    SECTION.
V.04  *-----------------------------------------------------------------
V.04  *
V.04       MOVE  'I'           TO  LK-CTRL-FUNCAO.
V.04       MOVE  'LT2003B'     TO  LK-CTRL-PROGRAMA.
V.04       MOVE  'N'           TO  LK-CTRL-MODO.
V.04       MOVE  WPARM-LIBERA  TO  LK-CTRL-LIBERA.
V.04  *
V.04       CALL 'LT2101S' USING LK-AREA-CTRL.
V.04  *
V.04       IF LK-CTRL-COD-RETORNO  EQUAL  12
V.04          DISPLAY 'LT2003B - EXECUCAO RECUSADA (RC 12)'
V.04          DISPLAY 'LT2003B - ' LK-CTRL-MENSAGEM
V.04          PERFORM  R9100-CLOSE-ARQUIVOS
V.04          MOVE        12              TO             RETURN-CODE
V.04          STOP        RUN.
V.04  *
V.04       IF LK-CTRL-COD-RETORNO  NOT EQUAL  ZEROS
V.04          DISPLAY 'LT2003B - ERRO NO CONTROLE DE EXECUCAO (LT2101S)'
V.04          DISPLAY 'LT2003B - ' LK-CTRL-MENSAGEM
V.04          PERFORM  R9100-CLOSE-ARQUIVOS
V.04          MOVE        99              TO             RETURN-CODE
V.04          STOP        RUN.
V.04  *
V.04       DISPLAY 'LT2003B - DATA DE REFERENCIA  = ' LK-CTRL-DATA-REF.
V.04  *
V.04   R0095-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    LE O ARQUIVO DE TOTAIS DE CONTROLE GRAVADO PELO LT2000B
      *    (LT2000T). SEM TOTAIS NAO HA O QUE CONCILIAR - ABENDA.
                          'LT2000B PARA CONCILIAR'
                  PERFORM  R9100-CLOSE-ARQUIVOS
                  MOVE        99              TO     RETURN-CODE
V.04              PERFORM  R9050-REGISTRA-FIM
                  STOP        RUN
               NOT AT END
                  MOVE  REG-CTRTOT  TO  WCTRTOT-LINHA
              DISPLAY 'LT2003B - LT2000T COM TOTAIS INVALIDOS'
              PERFORM  R9100-CLOSE-ARQUIVOS
              MOVE        99              TO     RETURN-CODE
V.04          PERFORM  R9050-REGISTRA-FIM
              STOP        RUN.
      *
           MOVE  WCTRTOT-DATA-REMESSA  TO  WMOV-DATA-REMESSA.
V.02          DISPLAY 'LT2003B - LT2000T COM TOTAIS INVALIDOS'
V.02          PERFORM  R9100-CLOSE-ARQUIVOS
V.02          MOVE        99              TO     RETURN-CODE
V.04          PERFORM  R9050-REGISTRA-FIM
V.02          STOP        RUN.
V.03  *
V.03       IF WCTRTOT-DATA-REMESSA  EQUAL  WS-GRP-DATA
           OPEN OUTPUT RLT2003B.
      *
       R9000-SAIDA. EXIT.
V.04  *-----------------------------------------------------------------
V.04  *    REGISTRA O FIM DA EXECUCAO NA FC_CTRL_EXECUCAO (LT2101S),
V.04  *    COM O RETURN-CODE E AS QUANTIDADES DO PASSO. O RETURN-CODE
V.04  *    E PRESERVADO NA CHAMADA DA SUBROTINA.
V.04  *-----------------------------------------------------------------
V.04   R9050-REGISTRA-FIM                                       SECTION.
V.04  *-----------------------------------------------------------------
V.04  *
V.04       MOVE  RETURN-CODE        TO  LK-CTRL-RC-PROGRAMA.
V.04       MOVE  'F'                TO  LK-CTRL-FUNCAO.
V.04       MOVE  WS-AC-PROCESSADOS  TO  LK-CTRL-QTD-LIDOS.
V.04       MOVE  ZEROS              TO  LK-CTRL-QTD-GRAVADOS.
V.04       MOVE  WS-AC-PEND-TOTAL   TO  LK-CTRL-QTD-REJEITADOS.
V.04  *
V.04       CALL 'LT2101S' USING LK-AREA-CTRL.
V.04  *
V.04       IF LK-CTRL-COD-RETORNO  NOT EQUAL  ZEROS
V.04          DISPLAY 'LT2003B - FIM NAO REGISTRADO (LT2101S)'
V.04          DISPLAY 'LT2003B - ' LK-CTRL-MENSAGEM.
V.04  *
V.04       MOVE  LK-CTRL-RC-PROGRAMA  TO  RETURN-CODE.
V.04  *
V.04   R9050-SAIDA. EXIT.
      *----------------------------------------------------------------*
      *                   ROTINA CLOSE ARQUIVOS                        *
      *----------------------------------------------------------------*
           EXEC  SQL   ROLLBACK WORK                  END-EXEC.
      *
           MOVE        99              TO             RETURN-CODE.
V.04  *
V.04       PERFORM  R9050-REGISTRA-FIM.
      *
           STOP        RUN.
      *
