       IDENTIFICATION               DIVISION.
      *--------------------------------------
       PROGRAM-ID.                  LT2010B.
      *----------------------------------------------------------------*
      *   SISTEMA ................  SISTEMA DE LOTERICO                *
      *   PROGRAMA ...............  LT2010B                            *
      *----------------------------------------------------------------*
      *   ANALISTA ...............                                     *
      *   PROGRAMADOR ............  MARTINS                            *
      *   DATA CODIFICACAO .......  OUTUBRO / 2026                     *
      *   VERSAO .................  15102026 17:00HS                   *
      *----------------------------------------------------------------*
      *   FUNCAO :   DECISAO DA MESA DE FRAUDE SOBRE AS TROCAS DE      *
      *              CONTA BANCARIA RETIDAS PELO LT2000B NA            *
      *              FC_CONTA_RETIDA (SITUACAO 'P' - PENDENTE).        *
      *                                                                *
      *              CADA LINHA DO ARQUIVO LT2010A LIBERA ('L') OU     *
      *              REJEITA ('R') A TROCA PENDENTE MAIS RECENTE DE    *
      *              UM LOTERICO/TIPO DE CONTA. TROCAS PENDENTES MAIS  *
      *              ANTIGAS DO MESMO LOTERICO/TIPO FICAM REJEITADAS   *
      *              (SUBSTITUIDAS PELA POSTERIOR).                    *
      *                                                                *
      *              - LIBERADA: A CONTA NOVA E APLICADA NA HORA,      *
      *                COMO NO R6060 DO LT2000B: CONTA LOCALIZADA OU   *
      *                INCLUIDA NA FC_CONTA_BANCARIA, IMAGEM "ANTES"   *
      *                NA FC_HIST_LOTERICO E IDE_CONTA_* ATUALIZADO    *
      *                NA FC_LOTERICO. CONTA CPMF DE LOTERICO SEGURADO *
      *                GERA MOVIMENTO DE ALTERACAO (COD_MOVIMENTO 3)   *
      *                NA LT_MOV_PROPOSTA. A RETENCAO PASSA A 'A'      *
      *                (APLICADA);                                     *
      *              - REJEITADA: O LT2000B MANTEM A CONTA ATUAL       *
      *                ENQUANTO O SIGEL ENVIAR A CONTA REJEITADA.      *
      *                                                                *
      *              O RELATORIO RLT2010B TRAZ AS DECISOES, AS LINHAS  *
      *              RECUSADAS E AS TROCAS QUE CONTINUAM PENDENTES,    *
      *              COM OS DIAS EM ESPERA. LINHA RECUSADA ENCERRA     *
      *              COM RETURN-CODE 04.                               *
      *----------------------------------------------------------------*
      *   ARQUIVO LT2010A (80 POSICOES):                               *
      *     COLS 01-08 - CODIGO CEF DO LOTERICO                        *
      *     COLS 10-15 - TIPO DA CONTA (CPMF / ISENTA / CAUCAO)        *
      *     COL  17    - DECISAO: 'L' = LIBERA  /  'R' = REJEITA       *
      *     COLS 19-26 - USUARIO DA MESA DE FRAUDE                     *
      *     COLS 28-80 - OBSERVACAO                                    *
      *----------------------------------------------------------------*
      *   CARTAO-PARAMETRO (LT2010M):                                  *
      *     COL  01    - 'S' = SIMULACAO (CRITICA E LISTA, ROLLBACK    *
      *                  NO FINAL)                                     *
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
                       ASSIGN      TO    LT2010M.
      *
           SELECT      WDECISAO
                       ASSIGN      TO    LT2010A.
      *
           SELECT      RLT2010B
                       ASSIGN      TO    RLT2010B.
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
       FD  WDECISAO
           RECORD     80
           BLOCK       0
           RECORDING MODE IS F
           LABEL RECORD IS OMITTED.
      *
       01  REG-DECISAO              PIC X(80).
      *
       FD  RLT2010B
           RECORDING MODE  F
           LABEL RECORD IS OMITTED.
      *
       01  REG-RLT2010B.
           05 REG-LINHA                     PIC X(132).
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE              SECTION.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

      *----------------------------------------------------------------*
      *                 DEFINICAO DAS VARIAVEIS HOST                   *
      *----------------------------------------------------------------*
      *
      *--* TROCA DE CONTA RETIDA (FC_CONTA_RETIDA)
      *
       77  WRET-NUM-LOTERICO           PIC S9(009) VALUE +0  COMP.
       77  WRET-TIPO-CONTA             PIC X(06).
       77  WRET-DTH-RETENCAO           PIC X(26).
       77  VIND-DTH-RETENCAO           PIC S9(004) VALUE +0  COMP.
       77  WRET-STA-DECISAO            PIC X(01).
       77  WRET-USUARIO                PIC X(08).
       77  WRET-OBS                    PIC X(53).
       77  WRET-IND-ORIGEM             PIC X(01).
       77  WRET-BANCO-ANT              PIC S9(009) VALUE +0  COMP.
       77  WRET-AGENCIA-ANT            PIC S9(009) VALUE +0  COMP.
       77  WRET-OP-ANT                 PIC S9(004) VALUE +0  COMP.
       77  WRET-CONTA-ANT              PIC S9(013) VALUE +0  COMP-3.
       77  WRET-DV-ANT                 PIC X(01).
       77  WRET-BANCO-NOV              PIC S9(009) VALUE +0  COMP.
       77  WRET-AGENCIA-NOV            PIC S9(009) VALUE +0  COMP.
       77  WRET-OP-NOV                 PIC S9(004) VALUE +0  COMP.
       77  WRET-CONTA-NOV              PIC S9(013) VALUE +0  COMP-3.
       77  WRET-DV-NOV                 PIC X(01).
       77  WRET-DIAS-PENDENTE          PIC S9(009) VALUE +0  COMP.
       77  WRET-QT-SUBSTITUIDAS        PIC S9(009) VALUE +0  COMP.
      *
      *--* APLICACAO DA TROCA LIBERADA
      *
       77  V0SIST-DTMOVABE             PIC X(10).
       77  WAPL-NUM-APOLICE            PIC S9(013) VALUE +0  COMP-3.
       77  WAPL-COD-FENAL              PIC S9(009) VALUE +0  COMP.
       77  WAPL-SEGURADO               PIC S9(009) VALUE +0  COMP.
      *
      *----------------------------------------------------------------*
           EXEC SQL END DECLARE SECTION END-EXEC.
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE FCSEQUEN   END-EXEC.
           EXEC SQL INCLUDE FCCONBAN   END-EXEC.
           EXEC SQL INCLUDE FCLOTERI   END-EXEC.
           EXEC SQL INCLUDE LTMVPROP   END-EXEC.
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
           05 WS-PARM-SIMULACAO             PIC X(01) VALUE 'N'.
      *
           05 WS-LINHA-OK                   PIC 9(01) VALUE ZERO.
           05 WS-IMPRIMIU-DEC               PIC 9(01) VALUE ZERO.
           05 WS-MOTIVO-REJEICAO            PIC X(40) VALUE SPACES.
      *
           05 WS-AC-LIDAS                   PIC 9(07) VALUE ZEROS.
           05 WS-AC-LIBERADAS               PIC 9(07) VALUE ZEROS.
           05 WS-AC-REJEITADAS              PIC 9(07) VALUE ZEROS.
           05 WS-AC-SUBSTITUIDAS            PIC 9(07) VALUE ZEROS.
           05 WS-AC-RECUSADAS               PIC 9(07) VALUE ZEROS.
           05 WS-AC-PENDENTES               PIC 9(07) VALUE ZEROS.
           05 WS-AC-CONTAS-INCLUIDAS        PIC 9(07) VALUE ZEROS.
           05 WS-AC-MOVIMENTOS              PIC 9(07) VALUE ZEROS.
           05 WS-GEROU-MOVIMENTO            PIC 9(01) VALUE ZERO.
      *
           05 WPARM-CARTAO.
              10 WPARM-SIMULACAO            PIC X(01).
              10 FILLER                     PIC X(79).
      *
      *--* LINHA DE DECISAO DA MESA DE FRAUDE (LT2010A)
      *
           05 WDEC-LINHA.
              10 WDEC-COD-CEF               PIC X(08).
              10 WDEC-COD-CEF-N REDEFINES
                 WDEC-COD-CEF               PIC 9(08).
              10 FILLER                     PIC X(01).
              10 WDEC-TIPO-CONTA            PIC X(06).
              10 FILLER                     PIC X(01).
              10 WDEC-DECISAO               PIC X(01).
              10 FILLER                     PIC X(01).
              10 WDEC-USUARIO               PIC X(08).
              10 FILLER                     PIC X(01).
              10 WDEC-OBS                   PIC X(53).
      *
      *--* CAMPOS DA FC_LOTERICO NO FORMATO DO MOVIMENTO (LT2000B)
      *
           05 WMOV-ENDERECO.
              10 WMOV-END                   PIC X(40).
              10 WMOV-COMPL-END             PIC X(16).
           05 WMOV-CGCX.
              10 WMOV-CGC                   PIC 9(15).
           05 WMOV-CEP                      PIC 9(08).
           05 WMOV-TELEFONE.
              10 WMOV-DDD-FONE              PIC 9(04).
              10 WMOV-FONE                  PIC 9(09).
           05 WMOV-NUMERO-FAX.
              10 WMOV-DDD-FAX               PIC 9(04).
              10 WMOV-FAX                   PIC 9(09).
           05 WMOV-BANCO                    PIC 9(03).
           05 WMOV-AGENCIA                  PIC 9(04).
           05 WMOV-OP-CONTA                 PIC 9(04).
           05 WMOV-CONTA                    PIC 9(12).
      *
           05         WTIME-DAYR.
             10       WTIME-HORA        PIC  X(002).
             10       WTIME-2PT1        PIC  X(001).
             10       WTIME-MINU        PIC  X(002).
             10       WTIME-2PT2        PIC  X(001).
             10       WTIME-SEGU        PIC  X(002).
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
              10 FILLER                     PIC X(43) VALUE 'LT2010B'.
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
                 '   DECISAO DA MESA DE FRAUDE - TROCAS DE CONTA BA
      -          'NCARIA RETIDAS'.
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
      *--* DECISOES E LINHAS RECUSADAS
      *
           05 LR00.
              10 FILLER                     PIC X(10) VALUE 'LOTERICO'.
              10 FILLER                     PIC X(08) VALUE 'CONTA'.
              10 FILLER                     PIC X(10) VALUE 'DECISAO'.
              10 FILLER                     PIC X(10) VALUE 'USUARIO'.
              10 FILLER                     PIC X(55) VALUE
                 'OBSERVACAO'.
              10 FILLER                     PIC X(39) VALUE
                 'RESULTADO'.
      *
           05 LR01.
              10 LR01-COD-CEF               PIC X(08) VALUE SPACES.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LR01-TIPO-CONTA            PIC X(06) VALUE SPACES.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LR01-DECISAO               PIC X(08) VALUE SPACES.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LR01-USUARIO               PIC X(08) VALUE SPACES.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LR01-OBS                   PIC X(53) VALUE SPACES.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LR01-RESULTADO             PIC X(39) VALUE SPACES.
      *
      *--* TROCAS QUE CONTINUAM PENDENTES
      *
           05 LP00.
              10 FILLER                     PIC X(10) VALUE 'LOTERICO'.
              10 FILLER                     PIC X(08) VALUE 'CONTA'.
              10 FILLER                     PIC X(04) VALUE 'ORG'.
              10 FILLER                     PIC X(12) VALUE
                 'RETIDA EM'.
              10 FILLER                     PIC X(06) VALUE 'DIAS'.
              10 FILLER                     PIC X(46) VALUE
                 'CONTA ANTERIOR (BCO/AGE/OP/CONTA-DV)'.
              10 FILLER                     PIC X(46) VALUE
                 'CONTA NOVA (BCO/AGE/OP/CONTA-DV)'.
      *
           05 LP01.
              10 LP01-COD-CEF               PIC 9(08).
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LP01-TIPO-CONTA            PIC X(06) VALUE SPACES.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LP01-ORIGEM                PIC X(01) VALUE SPACES.
              10 FILLER                     PIC X(03) VALUE SPACES.
              10 LP01-DT-RETENCAO           PIC X(10) VALUE SPACES.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LP01-DIAS                  PIC ZZZ9.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LP01-BANCO-ANT             PIC 9(04).
              10 FILLER                     PIC X(01) VALUE '/'.
              10 LP01-AGENCIA-ANT           PIC 9(05).
              10 FILLER                     PIC X(01) VALUE '/'.
              10 LP01-OP-ANT                PIC 9(04).
              10 FILLER                     PIC X(01) VALUE '/'.
              10 LP01-CONTA-ANT             PIC 9(12).
              10 FILLER                     PIC X(01) VALUE '-'.
              10 LP01-DV-ANT                PIC X(01) VALUE SPACES.
              10 FILLER                     PIC X(16) VALUE SPACES.
              10 LP01-BANCO-NOV             PIC 9(04).
              10 FILLER                     PIC X(01) VALUE '/'.
              10 LP01-AGENCIA-NOV           PIC 9(05).
              10 FILLER                     PIC X(01) VALUE '/'.
              10 LP01-OP-NOV                PIC 9(04).
              10 FILLER                     PIC X(01) VALUE '/'.
              10 LP01-CONTA-NOV             PIC 9(12).
              10 FILLER                     PIC X(01) VALUE '-'.
              10 LP01-DV-NOV                PIC X(01) VALUE SPACES.
              10 FILLER                     PIC X(16) VALUE SPACES.
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
                    'LT2010B '.
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
      *--* AREA DE LIGACAO COM O LT2100S (APOLICE DE LOTERICOS)
      *
       01 LK-AREA-LINK2.
           05 LK-DATA-ATUAL     PIC S9(08)      VALUE +0 COMP.
           05 LK-NUM-APOLICE    PIC S9(13)      VALUE +0 COMP-3.
           05 LK-COD-RETORNO    PIC S9(04)      VALUE +0 COMP.
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
           PERFORM  R0100-SELECT-V1SISTEMA.
      *
           PERFORM  R0110-SELECT-APOLICE.
      *
           PERFORM  R7510-MONTA-CABECALHO.
      *
           PERFORM  R1000-PROCESSA-DECISOES.
      *
           PERFORM  R3000-LISTA-PENDENTES.
      *
           PERFORM  R8000-TOTAIS-FINAIS.
      *
           IF WS-PARM-SIMULACAO  EQUAL  'S'
              EXEC SQL   ROLLBACK          WORK         END-EXEC
           ELSE
           EXEC SQL      COMMIT            WORK         END-EXEC.
      *
           PERFORM  R9100-CLOSE-ARQUIVOS.
      *
           DISPLAY '              PROGRAMA - LT2010B                  '
           DISPLAY '                                                  '
           DISPLAY '                TERMINO NORMAL                    '
           IF WS-PARM-SIMULACAO  EQUAL  'S'
              DISPLAY ' *** EXECUCAO EM MODO SIMULACAO *** '
           END-IF
           DISPLAY '                                                  '
           DISPLAY '  LINHAS LIDAS NO LT2010A ..................... ='
                               WS-AC-LIDAS.
           DISPLAY '  TROCAS LIBERADAS ............................ ='
                               WS-AC-LIBERADAS.
           DISPLAY '  TROCAS REJEITADAS ........................... ='
                               WS-AC-REJEITADAS.
           DISPLAY '  TROCAS ANTIGAS SUBSTITUIDAS ................. ='
                               WS-AC-SUBSTITUIDAS.
           DISPLAY '  CONTAS BANCARIAS INCLUIDAS .................. ='
                               WS-AC-CONTAS-INCLUIDAS.
           DISPLAY '  MOVIMENTOS DE ALTERACAO GERADOS ............. ='
                               WS-AC-MOVIMENTOS.
           DISPLAY '  LINHAS RECUSADAS ............................ ='
                               WS-AC-RECUSADAS.
           DISPLAY '  TROCAS AINDA PENDENTES ...................... ='
                               WS-AC-PENDENTES.
      *
           IF WS-AC-RECUSADAS  GREATER  ZEROS
              MOVE       04                TO           RETURN-CODE
           ELSE
              MOVE       ZEROS             TO           RETURN-CODE.
      *
           STOP          RUN.
      *
       R0000-SAIDA. EXIT.
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
           MOVE  WPARM-SIMULACAO  TO  WS-PARM-SIMULACAO.
           IF WS-PARM-SIMULACAO  NOT EQUAL  'S'
              MOVE  'N'  TO  WS-PARM-SIMULACAO.
      *
           DISPLAY 'LT2010B - SIMULACAO            = '
                    WS-PARM-SIMULACAO.
      *
       R0080-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    DATA DO MOVIMENTO DO SISTEMA DE LOTERICO (V0SISTEMA), USADA
      *    NO MOVIMENTO DE ALTERACAO DA CONTA LIBERADA.
      *-----------------------------------------------------------------
       R0100-SELECT-V1SISTEMA                                   SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '0100'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL
             SELECT  DTMOVABE
               INTO :V0SIST-DTMOVABE
               FROM  SEGUROS.V0SISTEMA
              WHERE  IDSISTEM  =  'LT'
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R0100-ERRO SELECT V0SISTEMA'
              GO  TO  R9999-ROT-ERRO.
      *
           DISPLAY 'LT2010B - DTMOVABE             = '
                    V0SIST-DTMOVABE.
      *
       R0100-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    APOLICE DE LOTERICOS (LT2100S), PARA A SITUACAO DE
      *    SEGURADO NA V0LOTERICO01.
      *-----------------------------------------------------------------
       R0110-SELECT-APOLICE                                     SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '0110'  TO  WNR-EXEC-SQL.
      *
           MOVE 0        TO LK-DATA-ATUAL.
           CALL 'LT2100S' USING LK-AREA-LINK2.
      *
           IF LK-COD-RETORNO  NOT EQUAL  ZEROS
              DISPLAY 'R0110-ERRO NO LT2100S - RETORNO = '
                       LK-COD-RETORNO
              GO  TO  R9999-ROT-ERRO.
      *
           MOVE LK-NUM-APOLICE TO WAPL-NUM-APOLICE.
      *
           DISPLAY 'LT2010B - APOLICE DE LOTERICOS = ' WAPL-NUM-APOLICE.
      *
       R0110-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    LE AS DECISOES DA MESA DE FRAUDE (LT2010A), UMA POR LINHA.
      *-----------------------------------------------------------------
       R1000-PROCESSA-DECISOES                                  SECTION.
      *-----------------------------------------------------------------
      *
       R1000-LEITURA.
      *
           READ  WDECISAO
               AT END
                  GO  TO  R1000-FIM
               NOT AT END
                  MOVE  REG-DECISAO  TO  WDEC-LINHA
           END-READ.
      *
           ADD   1  TO  WS-AC-LIDAS.
      *
           PERFORM  R1100-CRITICA-LINHA.
      *
           IF WS-LINHA-OK  EQUAL  1
              PERFORM  R2000-APLICA-DECISAO.
      *
           PERFORM  R1900-IMPRIME-DECISAO.
      *
           GO  TO  R1000-LEITURA.
      *
       R1000-FIM.
      *
           DISPLAY 'LT2010B - LINHAS LIDAS NO LT2010A = ' WS-AC-LIDAS.
      *
       R1000-SAIDA. EXIT.
      *-----------------------------------------------------------------
       R1100-CRITICA-LINHA                                      SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  ZERO    TO  WS-LINHA-OK
                             WS-GEROU-MOVIMENTO.
           MOVE  SPACES  TO  WS-MOTIVO-REJEICAO.
      *
           IF WDEC-COD-CEF  NOT NUMERIC  OR
              WDEC-COD-CEF-N  EQUAL  ZEROS
              MOVE 'RECUSADA - CODIGO DO LOTERICO INVALIDO'
                                      TO  WS-MOTIVO-REJEICAO
              GO  TO  R1100-SAIDA.
      *
           IF WDEC-TIPO-CONTA  NOT EQUAL  'CPMF'    AND
              WDEC-TIPO-CONTA  NOT EQUAL  'ISENTA'  AND
              WDEC-TIPO-CONTA  NOT EQUAL  'CAUCAO'
              MOVE 'RECUSADA - TIPO DE CONTA INVALIDO'
                                      TO  WS-MOTIVO-REJEICAO
              GO  TO  R1100-SAIDA.
      *
           IF WDEC-DECISAO  NOT EQUAL  'L'  AND
              WDEC-DECISAO  NOT EQUAL  'R'
              MOVE 'RECUSADA - DECISAO INVALIDA (L/R)'
                                      TO  WS-MOTIVO-REJEICAO
              GO  TO  R1100-SAIDA.
      *
           IF WDEC-USUARIO  EQUAL  SPACES
              MOVE 'RECUSADA - USUARIO NAO INFORMADO'
                                      TO  WS-MOTIVO-REJEICAO
              GO  TO  R1100-SAIDA.
      *
           MOVE  1  TO  WS-LINHA-OK.
      *
       R1100-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    APLICA A DECISAO NA TROCA PENDENTE MAIS RECENTE DO LOTERICO/
      *    TIPO DE CONTA; AS PENDENTES MAIS ANTIGAS FICAM REJEITADAS.
      *-----------------------------------------------------------------
       R2000-APLICA-DECISAO                                     SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  WDEC-COD-CEF-N   TO  WRET-NUM-LOTERICO.
           MOVE  WDEC-TIPO-CONTA  TO  WRET-TIPO-CONTA.
           MOVE  WDEC-DECISAO     TO  WRET-STA-DECISAO.
           MOVE  WDEC-USUARIO     TO  WRET-USUARIO.
           MOVE  WDEC-OBS         TO  WRET-OBS.
      *
           MOVE  '2000'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL
             SELECT  CHAR(MAX(DTH_RETENCAO))
               INTO :WRET-DTH-RETENCAO:VIND-DTH-RETENCAO
               FROM  FDRCAP.FC_CONTA_RETIDA
              WHERE  NUM_LOTERICO    =  :WRET-NUM-LOTERICO
                AND  COD_TIPO_CONTA  =  :WRET-TIPO-CONTA
                AND  STA_RETENCAO    =  'P'
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R2000-ERRO SELECT FC_CONTA_RETIDA'
              DISPLAY 'COD. LOTERICO   = ' WRET-NUM-LOTERICO
              GO  TO  R9999-ROT-ERRO.
      *
           IF VIND-DTH-RETENCAO  LESS  ZEROS
              MOVE  ZERO  TO  WS-LINHA-OK
              MOVE 'RECUSADA - SEM TROCA PENDENTE'
                                      TO  WS-MOTIVO-REJEICAO
              GO  TO  R2000-SAIDA.
      *
           MOVE  '2010'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL
             UPDATE  FDRCAP.FC_CONTA_RETIDA
                SET  STA_RETENCAO        =  :WRET-STA-DECISAO,
                     DTH_DECISAO         =  CURRENT TIMESTAMP,
                     COD_USUARIO_DECISAO =  :WRET-USUARIO,
                     DES_OBS_DECISAO     =  :WRET-OBS
              WHERE  NUM_LOTERICO        =  :WRET-NUM-LOTERICO
                AND  COD_TIPO_CONTA      =  :WRET-TIPO-CONTA
                AND  STA_RETENCAO        =  'P'
                AND  DTH_RETENCAO        =
                     TIMESTAMP(:WRET-DTH-RETENCAO)
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R2000-ERRO UPDATE FC_CONTA_RETIDA'
              DISPLAY 'COD. LOTERICO   = ' WRET-NUM-LOTERICO
              GO  TO  R9999-ROT-ERRO.
      *
           IF WDEC-DECISAO  EQUAL  'L'
              ADD   1  TO  WS-AC-LIBERADAS
              PERFORM  R2100-APLICA-LIBERADA
           ELSE
              ADD   1  TO  WS-AC-REJEITADAS.
      *
           MOVE  '2020'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL
             UPDATE  FDRCAP.FC_CONTA_RETIDA
                SET  STA_RETENCAO        =  'R',
                     DTH_DECISAO         =  CURRENT TIMESTAMP,
                     COD_USUARIO_DECISAO =  :WRET-USUARIO,
                     DES_OBS_DECISAO     =
                     'SUBSTITUIDA POR TROCA POSTERIOR'
              WHERE  NUM_LOTERICO        =  :WRET-NUM-LOTERICO
                AND  COD_TIPO_CONTA      =  :WRET-TIPO-CONTA
                AND  STA_RETENCAO        =  'P'
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS  AND
              SQLCODE  NOT EQUAL  100
              DISPLAY 'R2000-ERRO UPDATE FC_CONTA_RETIDA ANTERIORES'
              DISPLAY 'COD. LOTERICO   = ' WRET-NUM-LOTERICO
              GO  TO  R9999-ROT-ERRO.
      *
           IF SQLCODE  EQUAL  ZEROS
              MOVE  SQLERRD (3)  TO  WRET-QT-SUBSTITUIDAS
              ADD   WRET-QT-SUBSTITUIDAS  TO  WS-AC-SUBSTITUIDAS.
      *
       R2000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    APLICA A TROCA LIBERADA, COMO O LT2000B FARIA NA REMESSA SE
      *    A CONTA NAO ESTIVESSE RETIDA (R6060): A CONTA NOVA E LOCALI-
      *    ZADA OU INCLUIDA NA FC_CONTA_BANCARIA, A IMAGEM ANTERIOR DO
      *    LOTERICO VAI PARA A FC_HIST_LOTERICO, O IDE_CONTA_* E TROCADO
      *    NA FC_LOTERICO E, SE FOR A CONTA CPMF DE LOTERICO SEGURADO,
      *    E GERADO O MOVIMENTO DE ALTERACAO (COD_MOVIMENTO 3).
      *    A TROCA FICA APLICADA ('A').
      *-----------------------------------------------------------------
       R2100-APLICA-LIBERADA                                    SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '2100'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL
             SELECT  COD_BANCO_NOV,
                     COD_AGENCIA_NOV,
                     COD_OP_CONTA_NOV,
                     COD_CONTA_NOV,
                     COD_DV_CONTA_NOV
               INTO :WRET-BANCO-NOV,
                    :WRET-AGENCIA-NOV,
                    :WRET-OP-NOV,
                    :WRET-CONTA-NOV,
                    :WRET-DV-NOV
               FROM  FDRCAP.FC_CONTA_RETIDA
              WHERE  NUM_LOTERICO    =  :WRET-NUM-LOTERICO
                AND  COD_TIPO_CONTA  =  :WRET-TIPO-CONTA
                AND  STA_RETENCAO    =  'L'
                AND  DTH_RETENCAO    =
                     TIMESTAMP(:WRET-DTH-RETENCAO)
              FETCH  FIRST 1 ROW ONLY
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R2100-ERRO SELECT FC_CONTA_RETIDA LIBERADA'
              DISPLAY 'COD. LOTERICO   = ' WRET-NUM-LOTERICO
              GO  TO  R9999-ROT-ERRO.
      *
           PERFORM  R2110-OBTEM-CONTA-BANCARIA.
      *
           PERFORM  R2120-ATUALIZA-FC-LOTERICO.
      *
           IF WRET-TIPO-CONTA  EQUAL  'CPMF'
              PERFORM  R2130-GRAVA-MOVIMENTO.
      *
           MOVE  '2105'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL
             UPDATE  FDRCAP.FC_CONTA_RETIDA
                SET  STA_RETENCAO    =  'A',
                     DTH_APLICACAO   =  CURRENT TIMESTAMP
              WHERE  NUM_LOTERICO    =  :WRET-NUM-LOTERICO
                AND  COD_TIPO_CONTA  =  :WRET-TIPO-CONTA
                AND  STA_RETENCAO    =  'L'
                AND  DTH_RETENCAO    =
                     TIMESTAMP(:WRET-DTH-RETENCAO)
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R2100-ERRO UPDATE FC_CONTA_RETIDA APLICADA'
              DISPLAY 'COD. LOTERICO   = ' WRET-NUM-LOTERICO
              GO  TO  R9999-ROT-ERRO.
      *
       R2100-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    IDE_CONTA_BANCARIA DA CONTA NOVA: LOCALIZA NA FC_CONTA_
      *    BANCARIA (MESMA CHAVE DO R6080 DO LT2000B) OU INCLUI COM O
      *    PROXIMO NUMERO DA FC_SEQUENCE 'COB' (R6230 DO LT2000B).
      *-----------------------------------------------------------------
       R2110-OBTEM-CONTA-BANCARIA                               SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  WRET-BANCO-NOV    TO  FCCONBAN-COD-BANCO.
           MOVE  WRET-AGENCIA-NOV  TO  FCCONBAN-COD-AGENCIA.
           MOVE  WRET-CONTA-NOV    TO  FCCONBAN-COD-CONTA.
           MOVE  WRET-OP-NOV       TO  FCCONBAN-COD-OP-CONTA.
           MOVE  WRET-DV-NOV       TO  FCCONBAN-COD-DV-CONTA.
      *
           MOVE  '2110'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL
             SELECT  IDE_CONTA_BANCARIA
               INTO :FCCONBAN-IDE-CONTA-BANCARIA
               FROM  FDRCAP.FC_CONTA_BANCARIA
              WHERE  COD_BANCO       =  :FCCONBAN-COD-BANCO
                AND  COD_AGENCIA     =  :FCCONBAN-COD-AGENCIA
                AND  COD_CONTA       =  :FCCONBAN-COD-CONTA
                AND  COD_OP_CONTA    =  :FCCONBAN-COD-OP-CONTA
                AND  COD_DV_CONTA    =  :FCCONBAN-COD-DV-CONTA
                AND  COD_TIPO_CONTA  =  'LOT'
           END-EXEC.
      *
           IF SQLCODE  EQUAL  ZEROS
              GO  TO  R2110-SAIDA.
      *
           IF SQLCODE  NOT EQUAL  100
              DISPLAY 'R2110-ERRO SELECT FC_CONTA_BANCARIA'
              DISPLAY 'COD. LOTERICO   = ' WRET-NUM-LOTERICO
              GO  TO  R9999-ROT-ERRO.
      *
           MOVE  '2111'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL
             SELECT  NUM_SEQ
               INTO :FCSEQUEN-NUM-SEQ
               FROM  FDRCAP.FC_SEQUENCE
              WHERE  COD_SEQ   =   'COB'
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R2110-ERRO SELECT FC_SEQUENCE'
              GO  TO  R9999-ROT-ERRO.
      *
           ADD   1                 TO  FCSEQUEN-NUM-SEQ.
           MOVE  FCSEQUEN-NUM-SEQ  TO  FCCONBAN-IDE-CONTA-BANCARIA.
           MOVE  20                TO  FCCONBAN-COD-EMPRESA.
      *
           MOVE  '2112'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL
             INSERT INTO  FDRCAP.FC_CONTA_BANCARIA
                    (IDE_CONTA_BANCARIA,
                     COD_AGENCIA,
                     COD_BANCO,
                     COD_CONTA,
                     COD_DV_CONTA,
                     COD_OP_CONTA,
                     COD_TIPO_CONTA,
                     COD_EMPRESA)
             VALUES (:FCCONBAN-IDE-CONTA-BANCARIA,
                     :FCCONBAN-COD-AGENCIA,
                     :FCCONBAN-COD-BANCO,
                     :FCCONBAN-COD-CONTA,
                     :FCCONBAN-COD-DV-CONTA,
                     :FCCONBAN-COD-OP-CONTA,
                     'LOT',
                     :FCCONBAN-COD-EMPRESA)
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R2110-ERRO INSERT FC_CONTA_BANCARIA'
              DISPLAY ' AGEN='    FCCONBAN-COD-AGENCIA
                      ' BANCO='   FCCONBAN-COD-BANCO
                      ' CONTA='   FCCONBAN-COD-CONTA
                      ' DV='      FCCONBAN-COD-DV-CONTA
                      ' OP='      FCCONBAN-COD-OP-CONTA
                      ' IDE= '    FCCONBAN-IDE-CONTA-BANCARIA
              GO  TO  R9999-ROT-ERRO.
      *
           MOVE  '2113'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL
             UPDATE  FDRCAP.FC_SEQUENCE
                SET  NUM_SEQ  = :FCSEQUEN-NUM-SEQ
              WHERE  COD_SEQ   =   'COB'
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R2110-ERRO UPDATE FC_SEQUENCE'
              GO  TO  R9999-ROT-ERRO.
      *
           ADD   1  TO  WS-AC-CONTAS-INCLUIDAS.
      *
       R2110-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    GRAVA A IMAGEM ANTERIOR DO LOTERICO NA FC_HIST_LOTERICO
      *    (MESMAS COLUNAS DO R6690 DO LT2000B) E TROCA A CONTA DO
      *    TIPO LIBERADO NA FC_LOTERICO.
      *-----------------------------------------------------------------
       R2120-ATUALIZA-FC-LOTERICO                               SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '2120'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL
             INSERT INTO FDRCAP.FC_HIST_LOTERICO
                    (NUM_LOTERICO,
                     COD_AGENTE_MASTER,
                     COD_CGC,
                     COD_INSCR_ESTAD,
                     COD_INSCR_MUNIC,
                     COD_MUNICIPIO,
                     COD_UF,
                     DES_EMAIL,
                     DES_ENDERECO,
                     DTH_EXCLUSAO,
                     DTH_INCLUSAO,
                     IDE_CONTA_CAUCAO,
                     IDE_CONTA_CPMF,
                     IDE_CONTA_ISENTA,
                     IND_CAT_LOTERICO,
                     IND_STA_LOTERICO,
                     NOM_BAIRRO,
                     NOM_CONSULTOR,
                     NOM_CONTATO1,
                     NOM_CONTATO2,
                     NOM_FANTASIA,
                     NOM_MUNICIPIO,
                     NOM_RAZAO_SOCIAL,
                     NUM_CEP,
                     NUM_ENCEF,
                     NUM_LOTER_ANT,
                     NUM_MATR_CONSULTOR,
                     NUM_PVCEF,
                     NUM_TELEFONE,
                     STA_LOTERICO,
                     STA_NIVEL_COMIS,
                     COD_GARANTIA,
                     VLR_GARANTIA,
                     NUM_FAX,
                     NUM_SEGURADORA,
                     DTH_HISTORICO,
                     COD_USUARIO_ALTERACAO)
             SELECT  NUM_LOTERICO,
                     COD_AGENTE_MASTER,
                     COD_CGC,
                     COD_INSCR_ESTAD,
                     COD_INSCR_MUNIC,
                     COD_MUNICIPIO,
                     COD_UF,
                     DES_EMAIL,
                     DES_ENDERECO,
                     DTH_EXCLUSAO,
                     DTH_INCLUSAO,
                     IDE_CONTA_CAUCAO,
                     IDE_CONTA_CPMF,
                     IDE_CONTA_ISENTA,
                     IND_CAT_LOTERICO,
                     IND_STA_LOTERICO,
                     NOM_BAIRRO,
                     NOM_CONSULTOR,
                     NOM_CONTATO1,
                     NOM_CONTATO2,
                     NOM_FANTASIA,
                     NOM_MUNICIPIO,
                     NOM_RAZAO_SOCIAL,
                     NUM_CEP,
                     NUM_ENCEF,
                     NUM_LOTER_ANT,
                     NUM_MATR_CONSULTOR,
                     NUM_PVCEF,
                     NUM_TELEFONE,
                     STA_LOTERICO,
                     STA_NIVEL_COMIS,
                     COD_GARANTIA,
                     VLR_GARANTIA,
                     NUM_FAX,
                     NUM_SEGURADORA,
                     CURRENT TIMESTAMP,
                    :WRET-USUARIO
               FROM  FDRCAP.FC_LOTERICO
              WHERE  NUM_LOTERICO  =  :WRET-NUM-LOTERICO
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R2120-ERRO INSERT FC_HIST_LOTERICO'
              DISPLAY 'COD. LOTERICO   = ' WRET-NUM-LOTERICO
              GO  TO  R9999-ROT-ERRO.
      *
           MOVE  '2121'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL
             UPDATE  FDRCAP.FC_LOTERICO
                SET  IDE_CONTA_CPMF   =
                     CASE WHEN :WRET-TIPO-CONTA = 'CPMF'
                          THEN :FCCONBAN-IDE-CONTA-BANCARIA
                          ELSE IDE_CONTA_CPMF    END,
                     IDE_CONTA_ISENTA =
                     CASE WHEN :WRET-TIPO-CONTA = 'ISENTA'
                          THEN :FCCONBAN-IDE-CONTA-BANCARIA
                          ELSE IDE_CONTA_ISENTA  END,
                     IDE_CONTA_CAUCAO =
                     CASE WHEN :WRET-TIPO-CONTA = 'CAUCAO'
                          THEN :FCCONBAN-IDE-CONTA-BANCARIA
                          ELSE IDE_CONTA_CAUCAO  END
              WHERE  NUM_LOTERICO  =  :WRET-NUM-LOTERICO
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R2120-ERRO UPDATE FC_LOTERICO'
              DISPLAY 'COD. LOTERICO   = ' WRET-NUM-LOTERICO
              GO  TO  R9999-ROT-ERRO.
      *
       R2120-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    MOVIMENTO DE ALTERACAO (COD_MOVIMENTO 3) DA CONTA CPMF PARA
      *    O LOTERICO SEGURADO NA APOLICE DE LOTERICOS, MONTADO COMO O
      *    R6600 DO LT2000B A PARTIR DA FC_LOTERICO JA ATUALIZADA.
      *-----------------------------------------------------------------
       R2130-GRAVA-MOVIMENTO                                    SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '2130'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL
             SELECT  L.NUM_LOTERICO,
                     L.NUM_DV_LOTERICO,
                     VALUE(L.NOM_RAZAO_SOCIAL, ' '),
                     VALUE(L.NOM_FANTASIA, ' '),
                     VALUE(L.COD_CGC, 0),
                     VALUE(L.DES_ENDERECO, ' '),
                     VALUE(L.NOM_BAIRRO, ' '),
                     VALUE(L.NUM_CEP, 0),
                     VALUE(L.NOM_MUNICIPIO, ' '),
                     VALUE(L.COD_UF, ' '),
                     VALUE(L.DES_EMAIL, ' '),
                     VALUE(L.NUM_TELEFONE, '000000000000'),
                     VALUE(L.NUM_FAX, '000000000000'),
                     VALUE(L.NUM_ENCEF, 0),
                     VALUE(L.NUM_PVCEF, 0),
                     VALUE(L.NUM_LOTER_ANT, 0),
                     VALUE(S.COD_LOT_FENAL, 0)
               INTO :FCLOTERI-NUM-LOTERICO,
                    :FCLOTERI-NUM-DV-LOTERICO,
                    :FCLOTERI-NOM-RAZAO-SOCIAL,
                    :FCLOTERI-NOM-FANTASIA,
                    :FCLOTERI-COD-CGC,
                    :FCLOTERI-DES-ENDERECO,
                    :FCLOTERI-NOM-BAIRRO,
                    :FCLOTERI-NUM-CEP,
                    :FCLOTERI-NOM-MUNICIPIO,
                    :FCLOTERI-COD-UF,
                    :FCLOTERI-DES-EMAIL,
                    :FCLOTERI-NUM-TELEFONE,
                    :FCLOTERI-NUM-FAX,
                    :FCLOTERI-NUM-ENCEF,
                    :FCLOTERI-NUM-PVCEF,
                    :FCLOTERI-NUM-LOTER-ANT,
                    :WAPL-SEGURADO
               FROM  FDRCAP.FC_LOTERICO L
               LEFT  JOIN SEGUROS.V0LOTERICO01 S
                 ON  S.NUM_APOLICE    =  :WAPL-NUM-APOLICE
                AND  S.COD_LOT_FENAL  =
                     (L.NUM_LOTERICO * 10) + L.NUM_DV_LOTERICO
                AND  S.SITUACAO       <  '1'
              WHERE  L.NUM_LOTERICO   =  :WRET-NUM-LOTERICO
              FETCH  FIRST 1 ROW ONLY
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R2130-ERRO SELECT FC_LOTERICO'
              DISPLAY 'COD. LOTERICO   = ' WRET-NUM-LOTERICO
              GO  TO  R9999-ROT-ERRO.
      *
           IF WAPL-SEGURADO  EQUAL  ZEROS
              GO  TO  R2130-SAIDA.
      *
           COMPUTE  WAPL-COD-FENAL  =
                    (FCLOTERI-NUM-LOTERICO * 10)
                  +  FCLOTERI-NUM-DV-LOTERICO.
      *
           MOVE  7105                 TO  LTMVPROP-COD-PRODUTO.
           MOVE  6204                 TO  LTMVPROP-COD-EXT-ESTIP.
           MOVE  WAPL-COD-FENAL       TO  LTMVPROP-COD-EXT-SEGURADO.
           MOVE  V0SIST-DTMOVABE      TO  LTMVPROP-DATA-MOVIMENTO
                                          LTMVPROP-DT-INIVIG-PROPOSTA.
      *
           ACCEPT      WS-TIME             FROM    TIME
           MOVE        WS-HH-TIME          TO      WTIME-HORA
           MOVE        '.'                 TO      WTIME-2PT1
           MOVE        WS-MM-TIME          TO      WTIME-MINU
           MOVE        '.'                 TO      WTIME-2PT2
           MOVE        WS-SS-TIME          TO      WTIME-SEGU
           MOVE        WTIME-DAYR          TO  LTMVPROP-HORA-MOVIMENTO.
      *
           MOVE  3                    TO  LTMVPROP-COD-MOVIMENTO.
           MOVE  WAPL-NUM-APOLICE     TO  LTMVPROP-NUM-APOLICE.
           MOVE  SPACES               TO  LTMVPROP-COD-USUARIO-CANCEL.
           MOVE 'LT2010B'             TO  LTMVPROP-COD-USUARIO.
      *
           MOVE  FCLOTERI-DES-ENDERECO      TO  WMOV-ENDERECO.
           MOVE  FCLOTERI-COD-CGC           TO  WMOV-CGCX.
           MOVE  FCLOTERI-NUM-CEP           TO  WMOV-CEP.
           MOVE  FCLOTERI-NUM-TELEFONE(1:4) TO  WMOV-TELEFONE(1:4).
           MOVE  '0'                        TO  WMOV-TELEFONE(5:1).
           MOVE  FCLOTERI-NUM-TELEFONE(5:8) TO  WMOV-TELEFONE(6:8).
           MOVE  FCLOTERI-NUM-FAX(1:4)      TO  WMOV-NUMERO-FAX(1:4).
           MOVE  '0'                        TO  WMOV-NUMERO-FAX(5:1).
           MOVE  FCLOTERI-NUM-FAX(5:8)      TO  WMOV-NUMERO-FAX(6:8).
      *
           MOVE  FCLOTERI-NOM-RAZAO-SOCIAL
                                     TO  LTMVPROP-NOM-RAZAO-SOCIAL.
           MOVE  FCLOTERI-NOM-FANTASIA      TO  LTMVPROP-NOME-FANTASIA.
           MOVE  WMOV-CGC                   TO  LTMVPROP-CGCCPF.
           MOVE  WMOV-END                   TO  LTMVPROP-ENDERECO.
           MOVE  WMOV-COMPL-END             TO  LTMVPROP-COMPL-ENDER.
           MOVE  FCLOTERI-NOM-BAIRRO        TO  LTMVPROP-BAIRRO.
           MOVE  WMOV-CEP                   TO  LTMVPROP-CEP.
           MOVE  FCLOTERI-NOM-MUNICIPIO     TO  LTMVPROP-CIDADE.
           MOVE  FCLOTERI-COD-UF            TO  LTMVPROP-SIGLA-UF.
           MOVE  WMOV-DDD-FONE              TO  LTMVPROP-DDD.
           MOVE  WMOV-FONE                  TO  LTMVPROP-NUM-FONE.
           MOVE  WMOV-FAX                   TO  LTMVPROP-NUM-FAX.
           MOVE  FCLOTERI-DES-EMAIL         TO  LTMVPROP-EMAIL.
           MOVE  FCLOTERI-NUM-ENCEF         TO  LTMVPROP-COD-DIVISAO.
           MOVE  FCLOTERI-NUM-PVCEF         TO  LTMVPROP-COD-SUBDIVISAO.
           MOVE  FCLOTERI-NUM-LOTER-ANT
                                     TO  LTMVPROP-COD-EXT-SEG-ANT.
      *
           MOVE  WRET-BANCO-NOV             TO  WMOV-BANCO.
           MOVE  WMOV-BANCO                 TO  LTMVPROP-COD-BANCO.
           MOVE  WRET-AGENCIA-NOV           TO  WMOV-AGENCIA.
           MOVE  WMOV-AGENCIA               TO  LTMVPROP-COD-AGENCIA.
           MOVE  WRET-CONTA-NOV             TO  WMOV-CONTA.
           MOVE  WMOV-CONTA                 TO  LTMVPROP-COD-CONTA.
           MOVE  WRET-DV-NOV                TO  LTMVPROP-COD-DV-CONTA.
           MOVE  WRET-OP-NOV                TO  WMOV-OP-CONTA.
           MOVE  WMOV-OP-CONTA              TO  LTMVPROP-COD-OP-CONTA.
      *
      *    TROCA DE CONTA E ALTERACAO DE DADOS PESSOAIS (R6060 DO
      *    LT2000B) E EMITE CERTIFICADO.
      *
           MOVE  'S'  TO  LTMVPROP-IND-ALT-DADOS-PES
                          LTMVPROP-IND-EMITE-CERTIF.
           MOVE  'N'  TO  LTMVPROP-IND-ALT-ENDER
                          LTMVPROP-IND-ALT-COBER
                          LTMVPROP-IND-ALT-BONUS
                          LTMVPROP-IND-ALT-CONTATO.
           MOVE  '3'  TO  LTMVPROP-SIT-MOVIMENTO.
           MOVE  0    TO  LTMVPROP-VAL-PREMIO.
      *
           MOVE  '2131'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL INSERT INTO  SEGUROS.LT_MOV_PROPOSTA
                       (COD_PRODUTO,
                        COD_EXT_ESTIP,
                        COD_EXT_SEGURADO,
                        DATA_MOVIMENTO,
                        HORA_MOVIMENTO,
                        COD_MOVIMENTO,
                        NOM_RAZAO_SOCIAL,
                        NOME_FANTASIA,
                        CGCCPF,
                        ENDERECO,
                        COMPL_ENDER,
                        BAIRRO,
                        CEP,
                        CIDADE,
                        SIGLA_UF,
                        DDD,
                        NUM_FONE,
                        NUM_FAX,
                        EMAIL,
                        COD_DIVISAO,
                        COD_SUBDIVISAO,
                        COD_BANCO,
                        COD_AGENCIA,
                        COD_CONTA,
                        COD_DV_CONTA,
                        COD_OP_CONTA,
                        COD_EXT_SEG_ANT,
                        SIT_MOVIMENTO,
                        DT_INIVIG_PROPOSTA,
                        IND_ALT_DADOS_PES,
                        IND_ALT_ENDER,
                        IND_ALT_COBER,
                        IND_ALT_BONUS,
                        IND_ALT_CONTATO,
                        IND_EMITE_CERTIF,
                        COD_USUARIO,
                        TIMESTAMP,
                        VAL_PREMIO,
                        NUM_APOLICE,
                        COD_USUARIO_CANCEL)
             VALUES  (:LTMVPROP-COD-PRODUTO,
                      :LTMVPROP-COD-EXT-ESTIP,
                      :LTMVPROP-COD-EXT-SEGURADO,
                      :LTMVPROP-DATA-MOVIMENTO,
                      :LTMVPROP-HORA-MOVIMENTO,
                      :LTMVPROP-COD-MOVIMENTO,
                      :LTMVPROP-NOM-RAZAO-SOCIAL,
                      :LTMVPROP-NOME-FANTASIA,
                      :LTMVPROP-CGCCPF,
                      :LTMVPROP-ENDERECO,
                      :LTMVPROP-COMPL-ENDER,
                      :LTMVPROP-BAIRRO,
                      :LTMVPROP-CEP,
                      :LTMVPROP-CIDADE,
                      :LTMVPROP-SIGLA-UF,
                      :LTMVPROP-DDD,
                      :LTMVPROP-NUM-FONE,
                      :LTMVPROP-NUM-FAX,
                      :LTMVPROP-EMAIL,
                      :LTMVPROP-COD-DIVISAO,
                      :LTMVPROP-COD-SUBDIVISAO,
                      :LTMVPROP-COD-BANCO,
                      :LTMVPROP-COD-AGENCIA,
                      :LTMVPROP-COD-CONTA,
                      :LTMVPROP-COD-DV-CONTA,
                      :LTMVPROP-COD-OP-CONTA,
                      :LTMVPROP-COD-EXT-SEG-ANT,
                      :LTMVPROP-SIT-MOVIMENTO,
                      :LTMVPROP-DT-INIVIG-PROPOSTA,
                      :LTMVPROP-IND-ALT-DADOS-PES,
                      :LTMVPROP-IND-ALT-ENDER,
                      :LTMVPROP-IND-ALT-COBER,
                      :LTMVPROP-IND-ALT-BONUS,
                      :LTMVPROP-IND-ALT-CONTATO,
                      :LTMVPROP-IND-EMITE-CERTIF,
                      :LTMVPROP-COD-USUARIO,
                       CURRENT TIMESTAMP,
                      :LTMVPROP-VAL-PREMIO,
                      :LTMVPROP-NUM-APOLICE,
                      :LTMVPROP-COD-USUARIO-CANCEL)
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R2130-ERRO INSERT LT_MOV_PROPOSTA'
              DISPLAY 'COD. LOT= ' LTMVPROP-COD-EXT-SEGURADO
                      ' DATA='     LTMVPROP-DATA-MOVIMENTO
                      ' HORA='     LTMVPROP-HORA-MOVIMENTO
              GO  TO  R9999-ROT-ERRO.
      *
           ADD   1  TO  WS-AC-MOVIMENTOS.
           MOVE  1  TO  WS-GEROU-MOVIMENTO.
      *
       R2130-SAIDA. EXIT.
      *-----------------------------------------------------------------
       R1900-IMPRIME-DECISAO                                    SECTION.
      *-----------------------------------------------------------------
      *
           IF WS-IMPRIMIU-DEC  EQUAL  ZERO
              MOVE  1  TO  WS-IMPRIMIU-DEC
              ADD   99 TO  W-AC-LINHA
              PERFORM  R7520-CABECALHO
              MOVE 'DECISOES DA MESA DE FRAUDE (LT2010A)'
                                      TO  LD00-MSG1
              WRITE  REG-RLT2010B  FROM  LD00  AFTER  1
              WRITE  REG-RLT2010B  FROM  LR00  AFTER  2
              WRITE  REG-RLT2010B  FROM  LC05  AFTER  1
              ADD    4  TO  W-AC-LINHA.
      *
           MOVE  WDEC-COD-CEF         TO  LR01-COD-CEF.
           MOVE  WDEC-TIPO-CONTA      TO  LR01-TIPO-CONTA.
           MOVE  WDEC-USUARIO         TO  LR01-USUARIO.
           MOVE  WDEC-OBS             TO  LR01-OBS.
      *
           IF WDEC-DECISAO  EQUAL  'L'
              MOVE 'LIBERA'           TO  LR01-DECISAO
           ELSE
           IF WDEC-DECISAO  EQUAL  'R'
              MOVE 'REJEITA'          TO  LR01-DECISAO
           ELSE
              MOVE WDEC-DECISAO       TO  LR01-DECISAO.
      *
           IF WS-LINHA-OK  EQUAL  1
              IF WDEC-DECISAO  EQUAL  'L'
                 IF WS-GEROU-MOVIMENTO  EQUAL  1
                    MOVE 'LIBERADA - APLICADA, MOVIMENTO GERADO'
                                      TO  LR01-RESULTADO
                 ELSE
                    MOVE 'LIBERADA - CONTA NOVA APLICADA'
                                      TO  LR01-RESULTADO
                 END-IF
              ELSE
                 MOVE 'REJEITADA - MANTIDA A CONTA ATUAL'
                                      TO  LR01-RESULTADO
           ELSE
              ADD   1  TO  WS-AC-RECUSADAS
              MOVE  WS-MOTIVO-REJEICAO  TO  LR01-RESULTADO.
      *
           ADD        1       TO  W-AC-LINHA.
           PERFORM  R7520-CABECALHO.
           WRITE  REG-RLT2010B  FROM  LR01  AFTER  1.
      *
       R1900-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    LISTA AS TROCAS QUE CONTINUAM PENDENTES DE DECISAO, DA
      *    MAIS ANTIGA PARA A MAIS RECENTE.
      *-----------------------------------------------------------------
       R3000-LISTA-PENDENTES                                    SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '3000'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL
             DECLARE  CPENDEN  CURSOR FOR
             SELECT  NUM_LOTERICO,
                     COD_TIPO_CONTA,
                     CHAR(DATE(DTH_RETENCAO)),
                     DAYS(CURRENT DATE) - DAYS(DTH_RETENCAO),
                     IND_ORIGEM,
                     COD_BANCO_ANT,
                     COD_AGENCIA_ANT,
                     COD_OP_CONTA_ANT,
                     COD_CONTA_ANT,
                     COD_DV_CONTA_ANT,
                     COD_BANCO_NOV,
                     COD_AGENCIA_NOV,
                     COD_OP_CONTA_NOV,
                     COD_CONTA_NOV,
                     COD_DV_CONTA_NOV
               FROM  FDRCAP.FC_CONTA_RETIDA
              WHERE  STA_RETENCAO  =  'P'
              ORDER  BY DTH_RETENCAO, NUM_LOTERICO
           END-EXEC.
      *
           EXEC SQL
             OPEN  CPENDEN
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R3000-ERRO OPEN CURSOR FC_CONTA_RETIDA'
              GO  TO  R9999-ROT-ERRO.
      *
           ADD   99 TO  W-AC-LINHA.
           PERFORM  R7520-CABECALHO.
           MOVE 'TROCAS DE CONTA AINDA PENDENTES DE DECISAO'
                                      TO  LD00-MSG1.
           WRITE  REG-RLT2010B  FROM  LD00  AFTER  1.
           WRITE  REG-RLT2010B  FROM  LP00  AFTER  2.
           WRITE  REG-RLT2010B  FROM  LC05  AFTER  1.
           ADD    4  TO  W-AC-LINHA.
      *
       R3000-FETCH.
      *
           EXEC SQL
             FETCH  CPENDEN
              INTO :WRET-NUM-LOTERICO,
                   :WRET-TIPO-CONTA,
                   :WRET-DTH-RETENCAO,
                   :WRET-DIAS-PENDENTE,
                   :WRET-IND-ORIGEM,
                   :WRET-BANCO-ANT,
                   :WRET-AGENCIA-ANT,
                   :WRET-OP-ANT,
                   :WRET-CONTA-ANT,
                   :WRET-DV-ANT,
                   :WRET-BANCO-NOV,
                   :WRET-AGENCIA-NOV,
                   :WRET-OP-NOV,
                   :WRET-CONTA-NOV,
                   :WRET-DV-NOV
           END-EXEC.
      *
           IF SQLCODE  EQUAL  100
              GO  TO  R3000-FIM.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R3000-ERRO FETCH FC_CONTA_RETIDA'
              GO  TO  R9999-ROT-ERRO.
      *
           ADD   1  TO  WS-AC-PENDENTES.
      *
           MOVE  WRET-NUM-LOTERICO      TO  LP01-COD-CEF.
           MOVE  WRET-TIPO-CONTA        TO  LP01-TIPO-CONTA.
           MOVE  WRET-IND-ORIGEM        TO  LP01-ORIGEM.
           MOVE  WRET-DTH-RETENCAO      TO  LP01-DT-RETENCAO.
           MOVE  WRET-DIAS-PENDENTE     TO  LP01-DIAS.
           MOVE  WRET-BANCO-ANT         TO  LP01-BANCO-ANT.
           MOVE  WRET-AGENCIA-ANT       TO  LP01-AGENCIA-ANT.
           MOVE  WRET-OP-ANT            TO  LP01-OP-ANT.
           MOVE  WRET-CONTA-ANT         TO  LP01-CONTA-ANT.
           MOVE  WRET-DV-ANT            TO  LP01-DV-ANT.
           MOVE  WRET-BANCO-NOV         TO  LP01-BANCO-NOV.
           MOVE  WRET-AGENCIA-NOV       TO  LP01-AGENCIA-NOV.
           MOVE  WRET-OP-NOV            TO  LP01-OP-NOV.
           MOVE  WRET-CONTA-NOV         TO  LP01-CONTA-NOV.
           MOVE  WRET-DV-NOV            TO  LP01-DV-NOV.
      *
           ADD        1       TO  W-AC-LINHA.
           PERFORM  R7520-CABECALHO.
           WRITE  REG-RLT2010B  FROM  LP01  AFTER  1.
      *
           GO  TO  R3000-FETCH.
      *
       R3000-FIM.
      *
           EXEC SQL
             CLOSE  CPENDEN
           END-EXEC.
      *
           IF WS-AC-PENDENTES  EQUAL  ZEROS
              MOVE 'NENHUMA TROCA DE CONTA PENDENTE'
                                      TO  LD00-MSG1
              WRITE  REG-RLT2010B  FROM  LD00  AFTER  1.
      *
       R3000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    QUADRO FINAL DE TOTAIS.
      *-----------------------------------------------------------------
       R8000-TOTAIS-FINAIS                                      SECTION.
      *-----------------------------------------------------------------
      *
           ADD       99       TO  W-AC-LINHA.
           PERFORM  R7520-CABECALHO.
      *
           IF WS-PARM-SIMULACAO  EQUAL  'S'
              MOVE '*** MODO SIMULACAO - NENHUMA DECISAO FOI GRAVADA'
                                      TO  LD00-MSG1
              WRITE  REG-RLT2010B  FROM  LD00  AFTER  1.
      *
           MOVE 'LINHAS LIDAS NO LT2010A                  '
                      TO LT00-TEXTO.
           MOVE  WS-AC-LIDAS                TO  LT00-TOTAIS
           WRITE  REG-RLT2010B  FROM  LT00  AFTER  2.
      *
           MOVE 'TROCAS LIBERADAS                         '
                      TO LT00-TEXTO.
           MOVE  WS-AC-LIBERADAS            TO  LT00-TOTAIS
           WRITE  REG-RLT2010B  FROM  LT00  AFTER  1.
      *
           MOVE 'TROCAS REJEITADAS                        '
                      TO LT00-TEXTO.
           MOVE  WS-AC-REJEITADAS           TO  LT00-TOTAIS
           WRITE  REG-RLT2010B  FROM  LT00  AFTER  1.
      *
           MOVE 'TROCAS ANTIGAS SUBSTITUIDAS (REJEITADAS)  '
                      TO LT00-TEXTO.
           MOVE  WS-AC-SUBSTITUIDAS         TO  LT00-TOTAIS
           WRITE  REG-RLT2010B  FROM  LT00  AFTER  1.
      *
           MOVE 'CONTAS BANCARIAS INCLUIDAS               '
                      TO LT00-TEXTO.
           MOVE  WS-AC-CONTAS-INCLUIDAS     TO  LT00-TOTAIS
           WRITE  REG-RLT2010B  FROM  LT00  AFTER  1.
      *
           MOVE 'MOVIMENTOS DE ALTERACAO GERADOS          '
                      TO LT00-TEXTO.
           MOVE  WS-AC-MOVIMENTOS           TO  LT00-TOTAIS
           WRITE  REG-RLT2010B  FROM  LT00  AFTER  1.
      *
           MOVE 'LINHAS RECUSADAS                         '
                      TO LT00-TEXTO.
           MOVE  WS-AC-RECUSADAS            TO  LT00-TOTAIS
           WRITE  REG-RLT2010B  FROM  LT00  AFTER  1.
      *
           MOVE 'TROCAS AINDA PENDENTES                   '
                      TO LT00-TEXTO.
           MOVE  WS-AC-PENDENTES            TO  LT00-TOTAIS
           WRITE  REG-RLT2010B  FROM  LT00  AFTER  2.
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
             GO  TO    R9999-ROT-ERRO.
      *
           MOVE    99    TO W-AC-LINHA.
      *
       R7510-SAIDA. EXIT.
      *----------------------------------------------------------------*
       R7520-CABECALHO  SECTION.
      *-------------------------
      *
           IF W-AC-LINHA  GREATER  60
              ADD        1       TO  W-AC-PAGINA
              MOVE  W-AC-PAGINA  TO  LC01-PAGINA
              WRITE  REG-RLT2010B  FROM  LC01 AFTER PAGE
              WRITE  REG-RLT2010B  FROM  LC02 AFTER 1
              WRITE  REG-RLT2010B  FROM  LC03 AFTER 1
              WRITE  REG-RLT2010B  FROM  LC06 AFTER 1
              MOVE       4       TO  W-AC-LINHA.
      *
       R7520-SAIDA. EXIT.
      *----------------------------------------------------------------*
       R9000-OPEN-ARQUIVOS        SECTION.
      *-------------------------------------
      *
           OPEN INPUT  WPARAM.
           OPEN INPUT  WDECISAO.
           OPEN OUTPUT RLT2010B.
      *
       R9000-SAIDA. EXIT.
      *----------------------------------------------------------------*
      *                   ROTINA CLOSE ARQUIVOS                        *
      *----------------------------------------------------------------*
       R9100-CLOSE-ARQUIVOS       SECTION.
      *-------------------------------------
      *
           CLOSE  WPARAM  WDECISAO  RLT2010B.
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
           CLOSE  WPARAM  WDECISAO  RLT2010B.
      *
           EXEC  SQL   WHENEVER        SQLWARNING     CONTINUE END-EXEC.
      *
           EXEC  SQL   ROLLBACK WORK                  END-EXEC.
      *
           MOVE        99              TO             RETURN-CODE.
      *
           STOP        RUN.
      *
