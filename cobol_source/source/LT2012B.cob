       IDENTIFICATION               DIVISION.
      *--------------------------------------
       PROGRAM-ID.                  LT2012B.
      *----------------------------------------------------------------*
      *   SISTEMA ................  SISTEMA DE LOTERICO                *
      *   PROGRAMA ...............  LT2012B                            *
      *----------------------------------------------------------------*
      *   ANALISTA ...............                                     *
      *   PROGRAMADOR ............  MARTINS                            *
      *   DATA CODIFICACAO .......  OUTUBRO / 2026                     *
      *   VERSAO .................  15102026 17:00HS                   *
      *----------------------------------------------------------------*
      *   FUNCAO :   MONITOR DE CHEGADA DAS REMESSAS SIGEL. RODA       *
      *              TODA MANHA, DEPOIS DA CADEIA NOTURNA, E CONFRONTA *
      *              A FC_CTRL_REMESSA (GRAVADA PELO LT2000B) COM O    *
      *              CALENDARIO DE DIAS UTEIS E FERIADOS               *
      *              (FC_CALENDARIO_UTIL, UMA LINHA POR DIA):          *
      *                                                                *
      *              1) DIA UTIL ATE ONTEM SEM REMESSA GERADA NAQUELA  *
      *                 DATA (CAD-DATA-GERACAO);                       *
      *              2) SALTO NA NUMERACAO DAS REMESSAS                *
      *                 (CAD-NUM-SEQ);                                 *
      *              3) REMESSA PROCESSADA COM ATRASO: MAIS DIAS UTEIS *
      *                 ENTRE A GERACAO E O PROCESSAMENTO DO QUE A     *
      *                 TOLERANCIA DO CARTAO;                          *
      *              4) CALENDARIO SEM TODOS OS DIAS DO PERIODO.       *
      *                                                                *
      *              AS OCORRENCIAS DA JANELA DE ALERTA SAEM NO        *
      *              RELATORIO DA OPERACAO (RLT2012B) E ENCERRAM COM   *
      *              RETURN-CODE 04 PARA O AGENDADOR ACIONAR O         *
      *              PLANTAO. O MESMO RELATORIO TRAZ O RESUMO MENSAL   *
      *              DE PONTUALIDADE DAS REMESSAS (DIAS UTEIS,         *
      *              RECEBIDAS NO PRAZO, ATRASADAS, FALTANTES, SALTOS  *
      *              E ATRASO MEDIO/MAXIMO), EVIDENCIA PARA A CEF.     *
      *                                                                *
      *              SOMENTE LEITURA: NENHUMA TABELA E ATUALIZADA.     *
      *----------------------------------------------------------------*
      *   CARTAO-PARAMETRO (LT2012M):                                  *
      *     COLS 01-03 - JANELA DE ALERTA EM DIAS CORRIDOS ATE ONTEM   *
      *                  (DEFAULT 007)                                 *
      *     COLS 05-06 - TOLERANCIA DE ATRASO EM DIAS UTEIS ENTRE A    *
      *                  GERACAO E O PROCESSAMENTO (DEFAULT 01)        *
      *     COLS 08-09 - MESES NO RESUMO DE PONTUALIDADE, INCLUINDO O  *
      *                  CORRENTE (DEFAULT 12, MAXIMO 24)              *
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
                       ASSIGN      TO    LT2012M.
      *
           SELECT      RLT2012B
                       ASSIGN      TO    RLT2012B.
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
       FD  RLT2012B
           RECORDING MODE  F
           LABEL RECORD IS OMITTED.
      *
       01  REG-RLT2012B.
           05 REG-LINHA                     PIC X(132).
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE              SECTION.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

      *----------------------------------------------------------------*
      *                 DEFINICAO DAS VARIAVEIS HOST                   *
      *----------------------------------------------------------------*
      *
      *--* PARAMETROS E DATAS DE REFERENCIA
      *
       77  WMON-JANELA                 PIC S9(004) VALUE +0  COMP.
       77  WMON-TOLERANCIA             PIC S9(004) VALUE +0  COMP.
       77  WMON-MESES-ANT              PIC S9(004) VALUE +0  COMP.
       77  WMON-DATA-FIM               PIC X(10).
       77  WMON-DATA-INI-ALERTA        PIC X(10).
       77  WMON-DATA-INI-RESUMO        PIC X(10).
       77  WMON-DATA-INI               PIC X(10).
      *
      *--* CALENDARIO DE DIAS UTEIS (FC_CALENDARIO_UTIL)
      *
       77  WMON-QT-CALENDARIO          PIC S9(009) VALUE +0  COMP.
       77  WMON-QT-DIAS-PERIODO        PIC S9(009) VALUE +0  COMP.
       77  WMON-ANO                    PIC S9(004) VALUE +0  COMP.
       77  WMON-MES                    PIC S9(004) VALUE +0  COMP.
       77  WMON-DIAS-UTEIS             PIC S9(009) VALUE +0  COMP.
       77  WMON-DTH-FALTA              PIC X(10).
      *
      *--* CONTROLE DE REMESSA (FC_CTRL_REMESSA)
      *
       77  WMON-NUM-REMESSA            PIC S9(009) VALUE +0  COMP.
       77  WMON-REMESSA-ANT            PIC S9(009) VALUE +0  COMP.
       77  VIND-REMESSA-ANT            PIC S9(004) VALUE +0  COMP.
       77  WMON-DTH-GERACAO            PIC X(10).
       77  WMON-DTH-PROCESSAMENTO      PIC X(10).
       77  WMON-ATRASO                 PIC S9(009) VALUE +0  COMP.
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
           05 WS-PARM-JANELA                PIC 9(03) VALUE 7.
           05 WS-PARM-TOLERANCIA            PIC 9(02) VALUE 1.
           05 WS-PARM-MESES                 PIC 9(02) VALUE 12.
      *
           05 WS-IMPRIMIU-OCOR              PIC 9(01) VALUE ZERO.
           05 WS-NA-JANELA                  PIC 9(01) VALUE ZERO.
      *
           05 WS-AC-FALTAS                  PIC 9(07) VALUE ZEROS.
           05 WS-AC-SALTOS                  PIC 9(07) VALUE ZEROS.
           05 WS-AC-ATRASOS                 PIC 9(07) VALUE ZEROS.
           05 WS-AC-CALENDARIO              PIC 9(07) VALUE ZEROS.
           05 WS-AC-ALERTAS                 PIC 9(07) VALUE ZEROS.
           05 WS-AC-REMESSAS                PIC 9(07) VALUE ZEROS.
      *
           05 WPARM-CARTAO.
              10 WPARM-JANELA               PIC X(03).
              10 WPARM-JANELA-N REDEFINES
                 WPARM-JANELA               PIC 9(03).
              10 FILLER                     PIC X(01).
              10 WPARM-TOLERANCIA           PIC X(02).
              10 WPARM-TOLERANCIA-N REDEFINES
                 WPARM-TOLERANCIA           PIC 9(02).
              10 FILLER                     PIC X(01).
              10 WPARM-MESES                PIC X(02).
              10 WPARM-MESES-N REDEFINES
                 WPARM-MESES                PIC 9(02).
              10 FILLER                     PIC X(71).
      *
      *--* RESUMO MENSAL DE PONTUALIDADE (ATE 24 MESES)
      *
           05 WS-QT-MESES                   PIC 9(02) VALUE ZEROS.
           05 WS-IND-MES                    PIC 9(02) VALUE ZEROS.
           05 WS-ACHOU-MES                  PIC 9(02) VALUE ZEROS.
           05 WS-MES-BUSCA.
              10 WS-MB-AAAA                 PIC 9(04) VALUE ZEROS.
              10 WS-MB-MM                   PIC 9(02) VALUE ZEROS.
           05 WS-MES-BUSCA-N REDEFINES
              WS-MES-BUSCA                  PIC 9(06).
      *
           05 TAB-MES.
              10 TMES-ITEM OCCURS 24.
                 15 TMES-AAAAMM             PIC 9(06).
                 15 TMES-DIAS-UTEIS         PIC 9(03).
                 15 TMES-REMESSAS           PIC 9(03).
                 15 TMES-NO-PRAZO           PIC 9(03).
                 15 TMES-ATRASADAS          PIC 9(03).
                 15 TMES-FALTAS             PIC 9(03).
                 15 TMES-SALTOS             PIC 9(03).
                 15 TMES-SOMA-ATRASO        PIC 9(05).
                 15 TMES-MAIOR-ATRASO       PIC 9(03).
      *
           05 WS-MEDIA-ATRASO               PIC 9(03)V9 VALUE ZEROS.
           05 WS-PONTUALIDADE               PIC 9(03)V9 VALUE ZEROS.
      *
      *--* DATA ISO (AAAA-MM-DD) DECOMPOSTA
      *
           05 WS-DATA-ISO                   PIC X(10) VALUE SPACES.
           05 WS-DATA-ISO-R REDEFINES WS-DATA-ISO.
              10 WS-ISO-AAAA                PIC X(04).
              10 FILLER                     PIC X(01).
              10 WS-ISO-MM                  PIC X(02).
              10 FILLER                     PIC X(01).
              10 WS-ISO-DD                  PIC X(02).
      *
           05 WS-ED-REMESSA-1               PIC 9(06) VALUE ZEROS.
           05 WS-ED-REMESSA-2               PIC 9(06) VALUE ZEROS.
           05 WS-ED-REMESSA-3               PIC 9(06) VALUE ZEROS.
           05 WS-ED-QTD                     PIC ZZZ9  VALUE ZEROS.
           05 WS-ED-QTD-2                   PIC ZZZ9  VALUE ZEROS.
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
              10 FILLER                     PIC X(43) VALUE 'LT2012B'.
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
                 '  MONITOR DE CHEGADA DAS REMESSAS SIGEL'.
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
              10 FILLER                     PIC X(25) VALUE
                 'PERIODO VERIFICADO DE '.
              10 LP01-DATA-INI              PIC X(10) VALUE SPACES.
              10 FILLER                     PIC X(05) VALUE ' A  '.
              10 LP01-DATA-FIM              PIC X(10) VALUE SPACES.
              10 FILLER                     PIC X(22) VALUE
                 '   ALERTA A PARTIR DE '.
              10 LP01-DATA-ALERTA           PIC X(10) VALUE SPACES.
              10 FILLER                     PIC X(16) VALUE
                 '   TOLERANCIA '.
              10 LP01-TOLERANCIA            PIC Z9.
              10 FILLER                     PIC X(22) VALUE
                 ' DIA(S) UTIL(EIS)'.
      *
      *--* OCORRENCIAS NA JANELA DE ALERTA
      *
           05 LA00.
              10 FILLER                     PIC X(28) VALUE
                 'OCORRENCIA'.
              10 FILLER                     PIC X(12) VALUE
                 'DATA'.
              10 FILLER                     PIC X(08) VALUE
                 'REMESSA'.
              10 FILLER                     PIC X(84) VALUE
                 'DETALHE'.
      *
           05 LA01.
              10 LA01-TIPO                  PIC X(26) VALUE SPACES.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LA01-DATA                  PIC X(10) VALUE SPACES.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LA01-REMESSA               PIC X(06) VALUE SPACES.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LA01-DETALHE               PIC X(84) VALUE SPACES.
      *
      *--* RESUMO MENSAL DE PONTUALIDADE
      *
           05 LM00.
              10 FILLER                     PIC X(09) VALUE 'MES/ANO'.
              10 FILLER                     PIC X(11) VALUE
                 'DIAS UTEIS'.
              10 FILLER                     PIC X(10) VALUE 'REMESSAS'.
              10 FILLER                     PIC X(10) VALUE 'NO PRAZO'.
              10 FILLER                     PIC X(11) VALUE
                 'ATRASADAS'.
              10 FILLER                     PIC X(10) VALUE 'FALTAS'.
              10 FILLER                     PIC X(10) VALUE 'SALTOS'.
              10 FILLER                     PIC X(15) VALUE
                 'ATRASO MEDIO'.
              10 FILLER                     PIC X(15) VALUE
                 'MAIOR ATRASO'.
              10 FILLER                     PIC X(31) VALUE
                 'PONTUALIDADE'.
      *
           05 LM01.
              10 LM01-MM                    PIC 9(02).
              10 FILLER                     PIC X(01) VALUE '/'.
              10 LM01-AAAA                  PIC 9(04).
              10 FILLER                     PIC X(05) VALUE SPACES.
              10 LM01-DIAS-UTEIS            PIC ZZ9.
              10 FILLER                     PIC X(07) VALUE SPACES.
              10 LM01-REMESSAS              PIC ZZ9.
              10 FILLER                     PIC X(07) VALUE SPACES.
              10 LM01-NO-PRAZO              PIC ZZ9.
              10 FILLER                     PIC X(08) VALUE SPACES.
              10 LM01-ATRASADAS             PIC ZZ9.
              10 FILLER                     PIC X(07) VALUE SPACES.
              10 LM01-FALTAS                PIC ZZ9.
              10 FILLER                     PIC X(07) VALUE SPACES.
              10 LM01-SALTOS                PIC ZZ9.
              10 FILLER                     PIC X(07) VALUE SPACES.
              10 LM01-ATRASO-MEDIO          PIC ZZ9,9.
              10 FILLER                     PIC X(10) VALUE SPACES.
              10 LM01-MAIOR-ATRASO          PIC ZZ9.
              10 FILLER                     PIC X(12) VALUE SPACES.
              10 LM01-PONTUALIDADE          PIC ZZ9,9.
              10 FILLER                     PIC X(02) VALUE ' %'.
              10 FILLER                     PIC X(24) VALUE SPACES.
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
                    'LT2012B '.
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
           PERFORM  R0100-DATAS-REFERENCIA.
      *
           PERFORM  R7510-MONTA-CABECALHO.
      *
           PERFORM  R1000-CARREGA-MESES.
      *
           PERFORM  R1500-VERIFICA-CALENDARIO.
      *
           PERFORM  R2000-VERIFICA-REMESSAS.
      *
           PERFORM  R3000-VERIFICA-FALTAS.
      *
           IF WS-IMPRIMIU-OCOR  EQUAL  ZERO
              ADD   99 TO  W-AC-LINHA
              PERFORM  R7520-CABECALHO
              MOVE 'NENHUMA OCORRENCIA NA JANELA DE ALERTA'
                                      TO  LD00-MSG1
              WRITE  REG-RLT2012B  FROM  LD00  AFTER  1
              ADD    1  TO  W-AC-LINHA.
      *
           PERFORM  R4000-RESUMO-MENSAL.
      *
           PERFORM  R8000-TOTAIS-FINAIS.
      *
           PERFORM  R9100-CLOSE-ARQUIVOS.
      *
           DISPLAY '              PROGRAMA - LT2012B                  '
           DISPLAY '                                                  '
           DISPLAY '                TERMINO NORMAL                    '
           DISPLAY '                                                  '
           DISPLAY '  REMESSAS NO PERIODO VERIFICADO .............. ='
                               WS-AC-REMESSAS.
           DISPLAY '  DIAS UTEIS SEM REMESSA (JANELA) ............. ='
                               WS-AC-FALTAS.
           DISPLAY '  SALTOS DE SEQUENCIA (JANELA) ................ ='
                               WS-AC-SALTOS.
           DISPLAY '  REMESSAS PROCESSADAS COM ATRASO (JANELA) .... ='
                               WS-AC-ATRASOS.
           DISPLAY '  FALHAS DE CALENDARIO ........................ ='
                               WS-AC-CALENDARIO.
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
      *    LE O CARTAO-PARAMETRO (LT2012M). CAMPO EM BRANCO OU
      *    INVALIDO MANTEM O DEFAULT.
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
           IF WPARM-JANELA  NUMERIC  AND
              WPARM-JANELA-N  GREATER  ZEROS
              MOVE  WPARM-JANELA-N  TO  WS-PARM-JANELA.
      *
           IF WPARM-TOLERANCIA  NUMERIC
              MOVE  WPARM-TOLERANCIA-N  TO  WS-PARM-TOLERANCIA.
      *
           IF WPARM-MESES  NUMERIC  AND
              WPARM-MESES-N  GREATER  ZEROS  AND
              WPARM-MESES-N  NOT GREATER  24
              MOVE  WPARM-MESES-N  TO  WS-PARM-MESES.
      *
           MOVE  WS-PARM-JANELA      TO  WMON-JANELA.
           MOVE  WS-PARM-TOLERANCIA  TO  WMON-TOLERANCIA.
           COMPUTE  WMON-MESES-ANT  =  WS-PARM-MESES  -  1.
      *
           DISPLAY 'LT2012B - JANELA DE ALERTA (DIAS)     = '
                    WS-PARM-JANELA.
           DISPLAY 'LT2012B - TOLERANCIA (DIAS UTEIS)     = '
                    WS-PARM-TOLERANCIA.
           DISPLAY 'LT2012B - MESES NO RESUMO             = '
                    WS-PARM-MESES.
      *
       R0080-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    DATAS DE REFERENCIA (A PARTIR DA DATA CORRENTE DO DB2):
      *    FIM = ONTEM; INICIO DO ALERTA = HOJE MENOS A JANELA;
      *    INICIO DO RESUMO = PRIMEIRO DIA DO MES MAIS ANTIGO. AS
      *    LEITURAS COMECAM NA MENOR DAS DUAS DATAS DE INICIO.
      *-----------------------------------------------------------------
       R0100-DATAS-REFERENCIA                                   SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '0100'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL
             SELECT  CHAR(CURRENT DATE - 1 DAY, ISO),
                     CHAR(CURRENT DATE - :WMON-JANELA DAYS, ISO),
                     CHAR(CURRENT DATE
                          - (DAY(CURRENT DATE) - 1) DAYS
                          - :WMON-MESES-ANT MONTHS, ISO)
               INTO :WMON-DATA-FIM,
                    :WMON-DATA-INI-ALERTA,
                    :WMON-DATA-INI-RESUMO
               FROM  SEGUROS.V0SISTEMA
              WHERE  IDSISTEM  =  'LT'
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R0100-ERRO SELECT DATAS DE REFERENCIA'
              GO  TO  R9999-ROT-ERRO.
      *
           IF WMON-DATA-INI-ALERTA  LESS  WMON-DATA-INI-RESUMO
              MOVE  WMON-DATA-INI-ALERTA  TO  WMON-DATA-INI
           ELSE
              MOVE  WMON-DATA-INI-RESUMO  TO  WMON-DATA-INI.
      *
           DISPLAY 'LT2012B - PERIODO VERIFICADO          = '
                    WMON-DATA-INI ' A ' WMON-DATA-FIM.
           DISPLAY 'LT2012B - ALERTA A PARTIR DE          = '
                    WMON-DATA-INI-ALERTA.
      *
       R0100-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    MONTA A TABELA DO RESUMO: UM ITEM POR MES DO PERIODO, COM A
      *    QUANTIDADE DE DIAS UTEIS DO CALENDARIO.
      *-----------------------------------------------------------------
       R1000-CARREGA-MESES                                      SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '1000'  TO  WNR-EXEC-SQL.
      *
           MOVE  ZEROS  TO  WS-QT-MESES.
      *
           EXEC SQL
             DECLARE  CMESES  CURSOR FOR
             SELECT  YEAR(DTH_CALENDARIO),
                     MONTH(DTH_CALENDARIO),
                     COUNT(*)
               FROM  FDRCAP.FC_CALENDARIO_UTIL
              WHERE  DTH_CALENDARIO  BETWEEN  :WMON-DATA-INI-RESUMO
                                         AND  :WMON-DATA-FIM
                AND  IND_DIA_UTIL    =  'S'
              GROUP  BY YEAR(DTH_CALENDARIO), MONTH(DTH_CALENDARIO)
              ORDER  BY 1, 2
           END-EXEC.
      *
           EXEC SQL
             OPEN  CMESES
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R1000-ERRO OPEN CURSOR FC_CALENDARIO_UTIL'
              GO  TO  R9999-ROT-ERRO.
      *
       R1000-FETCH.
      *
           EXEC SQL
             FETCH  CMESES
              INTO :WMON-ANO,
                   :WMON-MES,
                   :WMON-DIAS-UTEIS
           END-EXEC.
      *
           IF SQLCODE  EQUAL  100
              GO  TO  R1000-FIM.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R1000-ERRO FETCH FC_CALENDARIO_UTIL'
              GO  TO  R9999-ROT-ERRO.
      *
           IF WS-QT-MESES  NOT LESS  24
              GO  TO  R1000-FETCH.
      *
           ADD   1  TO  WS-QT-MESES.
           MOVE  ZEROS  TO  TMES-ITEM (WS-QT-MESES).
           COMPUTE  TMES-AAAAMM (WS-QT-MESES)  =
                    (WMON-ANO * 100)  +  WMON-MES.
           MOVE  WMON-DIAS-UTEIS  TO  TMES-DIAS-UTEIS (WS-QT-MESES).
      *
           GO  TO  R1000-FETCH.
      *
       R1000-FIM.
      *
           EXEC SQL
             CLOSE  CMESES
           END-EXEC.
      *
       R1000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    O CALENDARIO PRECISA TER UMA LINHA PARA CADA DIA DO PERIODO;
      *    DIA AUSENTE NAO PODE SER AVALIADO E E UMA OCORRENCIA.
      *-----------------------------------------------------------------
       R1500-VERIFICA-CALENDARIO                                SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '1500'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL
             SELECT  COUNT(*),
                     DAYS(DATE(:WMON-DATA-FIM))
                   - DAYS(DATE(:WMON-DATA-INI)) + 1
               INTO :WMON-QT-CALENDARIO,
                    :WMON-QT-DIAS-PERIODO
               FROM  FDRCAP.FC_CALENDARIO_UTIL
              WHERE  DTH_CALENDARIO  BETWEEN  :WMON-DATA-INI
                                         AND  :WMON-DATA-FIM
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R1500-ERRO SELECT FC_CALENDARIO_UTIL'
              GO  TO  R9999-ROT-ERRO.
      *
           IF WMON-QT-CALENDARIO  NOT LESS  WMON-QT-DIAS-PERIODO
              GO  TO  R1500-SAIDA.
      *
           ADD   1  TO  WS-AC-CALENDARIO.
      *
           MOVE  WMON-QT-CALENDARIO    TO  WS-ED-QTD.
           MOVE  WMON-QT-DIAS-PERIODO  TO  WS-ED-QTD-2.
      *
           MOVE 'CALENDARIO INCOMPLETO'  TO  LA01-TIPO.
           MOVE  WMON-DATA-INI           TO  LA01-DATA.
           MOVE  SPACES                  TO  LA01-REMESSA
                                             LA01-DETALHE.
           STRING 'FC_CALENDARIO_UTIL TEM '  DELIMITED BY SIZE
                  WS-ED-QTD                  DELIMITED BY SIZE
                  ' DE '                     DELIMITED BY SIZE
                  WS-ED-QTD-2                DELIMITED BY SIZE
                  ' DIAS ATE '               DELIMITED BY SIZE
                  WMON-DATA-FIM              DELIMITED BY SIZE
                  ' - CADASTRAR OS DIAS QUE FALTAM'
                                             DELIMITED BY SIZE
                  INTO  LA01-DETALHE.
      *
           PERFORM  R6000-IMPRIME-OCORRENCIA.
      *
       R1500-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    PERCORRE AS REMESSAS PROCESSADAS NO PERIODO, EM ORDEM DE
      *    NUMERO: SALTO DE SEQUENCIA E ATRASO EM DIAS UTEIS ENTRE A
      *    GERACAO E O PROCESSAMENTO.
      *-----------------------------------------------------------------
       R2000-VERIFICA-REMESSAS                                  SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '2000'  TO  WNR-EXEC-SQL.
      *
           MOVE  ZEROS  TO  WMON-REMESSA-ANT.
      *
           EXEC SQL
             SELECT  MAX(NUM_REMESSA)
               INTO :WMON-REMESSA-ANT:VIND-REMESSA-ANT
               FROM  FDRCAP.FC_CTRL_REMESSA
              WHERE  DTH_GERACAO  <  :WMON-DATA-INI
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R2000-ERRO SELECT FC_CTRL_REMESSA'
              GO  TO  R9999-ROT-ERRO.
      *
           IF VIND-REMESSA-ANT  LESS  ZEROS
              MOVE  ZEROS  TO  WMON-REMESSA-ANT.
      *
           MOVE  '2010'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL
             DECLARE  CREMESSA  CURSOR FOR
             SELECT  R.NUM_REMESSA,
                     CHAR(R.DTH_GERACAO, ISO),
                     CHAR(DATE(R.DTH_PROCESSAMENTO), ISO),
                     (SELECT  COUNT(*)
                        FROM  FDRCAP.FC_CALENDARIO_UTIL C
                       WHERE  C.IND_DIA_UTIL    =  'S'
                         AND  C.DTH_CALENDARIO  >  R.DTH_GERACAO
                         AND  C.DTH_CALENDARIO  <=
                              DATE(R.DTH_PROCESSAMENTO))
               FROM  FDRCAP.FC_CTRL_REMESSA R
              WHERE  R.DTH_GERACAO  >=  :WMON-DATA-INI
              ORDER  BY R.NUM_REMESSA
           END-EXEC.
      *
           EXEC SQL
             OPEN  CREMESSA
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R2000-ERRO OPEN CURSOR FC_CTRL_REMESSA'
              GO  TO  R9999-ROT-ERRO.
      *
       R2000-FETCH.
      *
           EXEC SQL
             FETCH  CREMESSA
              INTO :WMON-NUM-REMESSA,
                   :WMON-DTH-GERACAO,
                   :WMON-DTH-PROCESSAMENTO,
                   :WMON-ATRASO
           END-EXEC.
      *
           IF SQLCODE  EQUAL  100
              GO  TO  R2000-FIM.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R2000-ERRO FETCH FC_CTRL_REMESSA'
              GO  TO  R9999-ROT-ERRO.
      *
           ADD   1  TO  WS-AC-REMESSAS.
      *
           MOVE  ZERO  TO  WS-NA-JANELA.
           IF WMON-DTH-GERACAO  NOT LESS  WMON-DATA-INI-ALERTA
              MOVE  1  TO  WS-NA-JANELA.
      *
           MOVE  WMON-DTH-GERACAO  TO  WS-DATA-ISO.
           PERFORM  R5000-LOCALIZA-MES.
      *
           IF WS-ACHOU-MES  GREATER  ZEROS
              ADD   1  TO  TMES-REMESSAS (WS-ACHOU-MES)
              ADD   WMON-ATRASO  TO  TMES-SOMA-ATRASO (WS-ACHOU-MES)
              IF WMON-ATRASO  GREATER  TMES-MAIOR-ATRASO (WS-ACHOU-MES)
                 MOVE  WMON-ATRASO
                   TO  TMES-MAIOR-ATRASO (WS-ACHOU-MES).
      *
           IF WMON-REMESSA-ANT  GREATER  ZEROS  AND
              WMON-NUM-REMESSA  GREATER  WMON-REMESSA-ANT + 1
              PERFORM  R2100-SALTO-SEQUENCIA.
      *
           IF WMON-ATRASO  GREATER  WS-PARM-TOLERANCIA
              PERFORM  R2200-REMESSA-ATRASADA
           ELSE
              IF WS-ACHOU-MES  GREATER  ZEROS
                 ADD  1  TO  TMES-NO-PRAZO (WS-ACHOU-MES).
      *
           MOVE  WMON-NUM-REMESSA  TO  WMON-REMESSA-ANT.
      *
           GO  TO  R2000-FETCH.
      *
       R2000-FIM.
      *
           EXEC SQL
             CLOSE  CREMESSA
           END-EXEC.
      *
       R2000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    SALTO NA NUMERACAO: AS REMESSAS ENTRE A ANTERIOR E A ATUAL
      *    NUNCA FORAM PROCESSADAS.
      *-----------------------------------------------------------------
       R2100-SALTO-SEQUENCIA                                    SECTION.
      *-----------------------------------------------------------------
      *
           IF WS-ACHOU-MES  GREATER  ZEROS
              ADD  1  TO  TMES-SALTOS (WS-ACHOU-MES).
      *
           IF WS-NA-JANELA  EQUAL  ZERO
              GO  TO  R2100-SAIDA.
      *
           ADD   1  TO  WS-AC-SALTOS.
      *
           COMPUTE  WS-ED-REMESSA-1  =  WMON-REMESSA-ANT  +  1.
           COMPUTE  WS-ED-REMESSA-2  =  WMON-NUM-REMESSA  -  1.
      *
           MOVE  WMON-NUM-REMESSA     TO  WS-ED-REMESSA-3.
      *
           MOVE 'SALTO NA SEQUENCIA'  TO  LA01-TIPO.
           MOVE  WMON-DTH-GERACAO     TO  LA01-DATA.
           MOVE  WS-ED-REMESSA-3      TO  LA01-REMESSA.
           MOVE  SPACES               TO  LA01-DETALHE.
           STRING 'REMESSA(S) '       DELIMITED BY SIZE
                  WS-ED-REMESSA-1     DELIMITED BY SIZE
                  ' A '               DELIMITED BY SIZE
                  WS-ED-REMESSA-2     DELIMITED BY SIZE
                  ' NUNCA PROCESSADA(S)'
                                      DELIMITED BY SIZE
                  INTO  LA01-DETALHE.
      *
           PERFORM  R6000-IMPRIME-OCORRENCIA.
      *
       R2100-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    REMESSA PROCESSADA ALEM DA TOLERANCIA DE DIAS UTEIS.
      *-----------------------------------------------------------------
       R2200-REMESSA-ATRASADA                                   SECTION.
      *-----------------------------------------------------------------
      *
           IF WS-ACHOU-MES  GREATER  ZEROS
              ADD  1  TO  TMES-ATRASADAS (WS-ACHOU-MES).
      *
           IF WS-NA-JANELA  EQUAL  ZERO
              GO  TO  R2200-SAIDA.
      *
           ADD   1  TO  WS-AC-ATRASOS.
      *
           MOVE  WMON-ATRASO          TO  WS-ED-QTD.
           MOVE  WMON-NUM-REMESSA     TO  WS-ED-REMESSA-1.
      *
           MOVE 'PROCESSADA COM ATRASO'  TO  LA01-TIPO.
           MOVE  WMON-DTH-GERACAO     TO  LA01-DATA.
           MOVE  WS-ED-REMESSA-1      TO  LA01-REMESSA.
           MOVE  SPACES               TO  LA01-DETALHE.
           STRING 'PROCESSADA EM '    DELIMITED BY SIZE
                  WMON-DTH-PROCESSAMENTO
                                      DELIMITED BY SIZE
                  ' -'                DELIMITED BY SIZE
                  WS-ED-QTD           DELIMITED BY SIZE
                  ' DIA(S) UTIL(EIS) APOS A GERACAO'
                                      DELIMITED BY SIZE
                  INTO  LA01-DETALHE.
      *
           PERFORM  R6000-IMPRIME-OCORRENCIA.
      *
       R2200-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    DIAS UTEIS DO PERIODO (ATE ONTEM) SEM NENHUMA REMESSA
      *    GERADA NA DATA.
      *-----------------------------------------------------------------
       R3000-VERIFICA-FALTAS                                    SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '3000'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL
             DECLARE  CFALTAS  CURSOR FOR
             SELECT  CHAR(C.DTH_CALENDARIO, ISO)
               FROM  FDRCAP.FC_CALENDARIO_UTIL C
              WHERE  C.DTH_CALENDARIO  BETWEEN  :WMON-DATA-INI
                                           AND  :WMON-DATA-FIM
                AND  C.IND_DIA_UTIL    =  'S'
                AND  NOT EXISTS
                    (SELECT  1
                       FROM  FDRCAP.FC_CTRL_REMESSA R
                      WHERE  R.DTH_GERACAO  =  C.DTH_CALENDARIO)
              ORDER  BY 1
           END-EXEC.
      *
           EXEC SQL
             OPEN  CFALTAS
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R3000-ERRO OPEN CURSOR FC_CALENDARIO_UTIL'
              GO  TO  R9999-ROT-ERRO.
      *
       R3000-FETCH.
      *
           EXEC SQL
             FETCH  CFALTAS
              INTO :WMON-DTH-FALTA
           END-EXEC.
      *
           IF SQLCODE  EQUAL  100
              GO  TO  R3000-FIM.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R3000-ERRO FETCH FC_CALENDARIO_UTIL'
              GO  TO  R9999-ROT-ERRO.
      *
           MOVE  WMON-DTH-FALTA  TO  WS-DATA-ISO.
           PERFORM  R5000-LOCALIZA-MES.
      *
           IF WS-ACHOU-MES  GREATER  ZEROS
              ADD  1  TO  TMES-FALTAS (WS-ACHOU-MES).
      *
           IF WMON-DTH-FALTA  LESS  WMON-DATA-INI-ALERTA
              GO  TO  R3000-FETCH.
      *
           ADD   1  TO  WS-AC-FALTAS.
      *
           MOVE 'DIA UTIL SEM REMESSA'  TO  LA01-TIPO.
           MOVE  WMON-DTH-FALTA         TO  LA01-DATA.
           MOVE  SPACES                 TO  LA01-REMESSA.
           MOVE 'NENHUMA REMESSA GERADA NESTA DATA FOI PROCESSADA'
                                        TO  LA01-DETALHE.
      *
           PERFORM  R6000-IMPRIME-OCORRENCIA.
      *
           GO  TO  R3000-FETCH.
      *
       R3000-FIM.
      *
           EXEC SQL
             CLOSE  CFALTAS
           END-EXEC.
      *
       R3000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    RESUMO MENSAL DE PONTUALIDADE: PONTUALIDADE = REMESSAS NO
      *    PRAZO SOBRE OS DIAS UTEIS DO MES.
      *-----------------------------------------------------------------
       R4000-RESUMO-MENSAL                                      SECTION.
      *-----------------------------------------------------------------
      *
           ADD   99 TO  W-AC-LINHA.
           PERFORM  R7520-CABECALHO.
      *
           MOVE 'RESUMO MENSAL DE PONTUALIDADE DAS REMESSAS SIGEL'
                                      TO  LD00-MSG1.
           WRITE  REG-RLT2012B  FROM  LD00  AFTER  1.
           WRITE  REG-RLT2012B  FROM  LM00  AFTER  2.
           WRITE  REG-RLT2012B  FROM  LC05  AFTER  1.
           ADD    4  TO  W-AC-LINHA.
      *
           IF WS-QT-MESES  EQUAL  ZEROS
              MOVE 'NENHUM DIA UTIL NO CALENDARIO PARA O PERIODO'
                                      TO  LD00-MSG1
              WRITE  REG-RLT2012B  FROM  LD00  AFTER  1
              GO  TO  R4000-SAIDA.
      *
           PERFORM  R4100-IMPRIME-MES
               VARYING WS-IND-MES FROM 1 BY 1
               UNTIL WS-IND-MES  GREATER  WS-QT-MESES.
      *
       R4000-SAIDA. EXIT.
      *-----------------------------------------------------------------
       R4100-IMPRIME-MES                                        SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  TMES-AAAAMM (WS-IND-MES)  TO  WS-MES-BUSCA-N.
           MOVE  WS-MB-MM                  TO  LM01-MM.
           MOVE  WS-MB-AAAA                TO  LM01-AAAA.
      *
           MOVE  TMES-DIAS-UTEIS   (WS-IND-MES)  TO  LM01-DIAS-UTEIS.
           MOVE  TMES-REMESSAS     (WS-IND-MES)  TO  LM01-REMESSAS.
           MOVE  TMES-NO-PRAZO     (WS-IND-MES)  TO  LM01-NO-PRAZO.
           MOVE  TMES-ATRASADAS    (WS-IND-MES)  TO  LM01-ATRASADAS.
           MOVE  TMES-FALTAS       (WS-IND-MES)  TO  LM01-FALTAS.
           MOVE  TMES-SALTOS       (WS-IND-MES)  TO  LM01-SALTOS.
           MOVE  TMES-MAIOR-ATRASO (WS-IND-MES)  TO  LM01-MAIOR-ATRASO.
      *
           MOVE  ZEROS  TO  WS-MEDIA-ATRASO
                            WS-PONTUALIDADE.
      *
           IF TMES-REMESSAS (WS-IND-MES)  GREATER  ZEROS
              COMPUTE  WS-MEDIA-ATRASO  ROUNDED  =
                       TMES-SOMA-ATRASO (WS-IND-MES)
                     / TMES-REMESSAS    (WS-IND-MES).
      *
           IF TMES-DIAS-UTEIS (WS-IND-MES)  GREATER  ZEROS
              IF TMES-NO-PRAZO (WS-IND-MES)  NOT LESS
                 TMES-DIAS-UTEIS (WS-IND-MES)
                 MOVE  100  TO  WS-PONTUALIDADE
              ELSE
                 COMPUTE  WS-PONTUALIDADE  ROUNDED  =
                          TMES-NO-PRAZO   (WS-IND-MES)  *  100
                        / TMES-DIAS-UTEIS (WS-IND-MES).
      *
           MOVE  WS-MEDIA-ATRASO  TO  LM01-ATRASO-MEDIO.
           MOVE  WS-PONTUALIDADE  TO  LM01-PONTUALIDADE.
      *
           ADD        1       TO  W-AC-LINHA.
           PERFORM  R7520-CABECALHO.
           WRITE  REG-RLT2012B  FROM  LM01  AFTER  1.
      *
       R4100-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    LOCALIZA NA TAB-MES O MES DA DATA ISO EM WS-DATA-ISO.
      *    WS-ACHOU-MES = POSICAO NA TABELA (ZERO SE FORA DO RESUMO).
      *-----------------------------------------------------------------
       R5000-LOCALIZA-MES                                       SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  ZEROS        TO  WS-ACHOU-MES.
           MOVE  WS-ISO-AAAA  TO  WS-MB-AAAA.
           MOVE  WS-ISO-MM    TO  WS-MB-MM.
      *
           PERFORM  R5010-COMPARA-MES
               VARYING WS-IND-MES FROM 1 BY 1
               UNTIL WS-IND-MES  GREATER  WS-QT-MESES
                  OR WS-ACHOU-MES  GREATER  ZEROS.
      *
       R5000-SAIDA. EXIT.
      *-----------------------------------------------------------------
       R5010-COMPARA-MES                                        SECTION.
      *-----------------------------------------------------------------
      *
           IF TMES-AAAAMM (WS-IND-MES)  EQUAL  WS-MES-BUSCA-N
              MOVE  WS-IND-MES  TO  WS-ACHOU-MES.
      *
       R5010-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    IMPRIME UMA OCORRENCIA (LA01) NO RELATORIO DA OPERACAO.
      *-----------------------------------------------------------------
       R6000-IMPRIME-OCORRENCIA                                 SECTION.
      *-----------------------------------------------------------------
      *
           ADD   1  TO  WS-AC-ALERTAS.
      *
           IF WS-IMPRIMIU-OCOR  EQUAL  ZERO
              MOVE  1  TO  WS-IMPRIMIU-OCOR
              ADD   99 TO  W-AC-LINHA
              PERFORM  R7520-CABECALHO
              MOVE 'OCORRENCIAS NA JANELA DE ALERTA - ACIONAR O PLANTAO'
                                      TO  LD00-MSG1
              WRITE  REG-RLT2012B  FROM  LD00  AFTER  1
              WRITE  REG-RLT2012B  FROM  LA00  AFTER  2
              WRITE  REG-RLT2012B  FROM  LC05  AFTER  1
              ADD    4  TO  W-AC-LINHA.
      *
           ADD        1       TO  W-AC-LINHA.
           PERFORM  R7520-CABECALHO.
           WRITE  REG-RLT2012B  FROM  LA01  AFTER  1.
      *
       R6000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    QUADRO FINAL DE TOTAIS.
      *-----------------------------------------------------------------
       R8000-TOTAIS-FINAIS                                      SECTION.
      *-----------------------------------------------------------------
      *
           ADD       99       TO  W-AC-LINHA.
           PERFORM  R7520-CABECALHO.
      *
           MOVE 'REMESSAS NO PERIODO VERIFICADO           '
                      TO LT00-TEXTO.
           MOVE  WS-AC-REMESSAS             TO  LT00-TOTAIS
           WRITE  REG-RLT2012B  FROM  LT00  AFTER  2.
      *
           MOVE 'DIAS UTEIS SEM REMESSA (JANELA)          '
                      TO LT00-TEXTO.
           MOVE  WS-AC-FALTAS               TO  LT00-TOTAIS
           WRITE  REG-RLT2012B  FROM  LT00  AFTER  1.
      *
           MOVE 'SALTOS DE SEQUENCIA (JANELA)             '
                      TO LT00-TEXTO.
           MOVE  WS-AC-SALTOS               TO  LT00-TOTAIS
           WRITE  REG-RLT2012B  FROM  LT00  AFTER  1.
      *
           MOVE 'REMESSAS PROCESSADAS COM ATRASO (JANELA) '
                      TO LT00-TEXTO.
           MOVE  WS-AC-ATRASOS              TO  LT00-TOTAIS
           WRITE  REG-RLT2012B  FROM  LT00  AFTER  1.
      *
           MOVE 'FALHAS DE CALENDARIO                     '
                      TO LT00-TEXTO.
           MOVE  WS-AC-CALENDARIO           TO  LT00-TOTAIS
           WRITE  REG-RLT2012B  FROM  LT00  AFTER  1.
      *
           MOVE 'TOTAL DE OCORRENCIAS                     '
                      TO LT00-TEXTO.
           MOVE  WS-AC-ALERTAS              TO  LT00-TOTAIS
           WRITE  REG-RLT2012B  FROM  LT00  AFTER  2.
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
           MOVE  WMON-DATA-INI         TO  LP01-DATA-INI.
           MOVE  WMON-DATA-FIM         TO  LP01-DATA-FIM.
           MOVE  WMON-DATA-INI-ALERTA  TO  LP01-DATA-ALERTA.
           MOVE  WS-PARM-TOLERANCIA    TO  LP01-TOLERANCIA.
           WRITE  REG-RLT2012B  FROM  LP01  AFTER  1.
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
              WRITE  REG-RLT2012B  FROM  LC01 AFTER PAGE
              WRITE  REG-RLT2012B  FROM  LC02 AFTER 1
              WRITE  REG-RLT2012B  FROM  LC03 AFTER 1
              WRITE  REG-RLT2012B  FROM  LC06 AFTER 1
              MOVE       4       TO  W-AC-LINHA.
      *
       R7520-SAIDA. EXIT.
      *----------------------------------------------------------------*
       R9000-OPEN-ARQUIVOS        SECTION.
      *-------------------------------------
      *
           OPEN INPUT  WPARAM.
           OPEN OUTPUT RLT2012B.
      *
       R9000-SAIDA. EXIT.
      *----------------------------------------------------------------*
      *                   ROTINA CLOSE ARQUIVOS                        *
      *----------------------------------------------------------------*
       R9100-CLOSE-ARQUIVOS       SECTION.
      *-------------------------------------
      *
           CLOSE  WPARAM  RLT2012B.
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
           CLOSE  WPARAM  RLT2012B.
      *
           EXEC  SQL   WHENEVER        SQLWARNING     CONTINUE END-EXEC.
      *
           EXEC  SQL   ROLLBACK WORK                  END-EXEC.
      *
           MOVE        99              TO             RETURN-CODE.
      *
           STOP        RUN.
      *
