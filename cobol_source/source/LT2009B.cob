       IDENTIFICATION               DIVISION.
      *--------------------------------------
       PROGRAM-ID.                  LT2009B.
      *----------------------------------------------------------------*
      *   SISTEMA ................  SISTEMA DE LOTERICO                *
      *   PROGRAMA ...............  LT2009B                            *
      *----------------------------------------------------------------*
      *   ANALISTA ...............                                     *
      *   PROGRAMADOR ............  MARTINS                            *
      *   DATA CODIFICACAO .......  OUTUBRO / 2026                     *
      *   VERSAO .................  15102026 17:00HS                   *
      *----------------------------------------------------------------*
      *   FUNCAO :   CARGA CONTROLADA DA FC_LOTERICO_BLACKLIST A       *
      *              PARTIR DO ARQUIVO DA AREA DE PREVENCAO A FRAUDE   *
      *              (LT2009A) E VARREDURA RETROATIVA DA BASE.         *
      *                                                                *
      *              1) CARGA: CADA LINHA INCLUI ('I') OU RETIRA ('E') *
      *                 UM LOTERICO DA BLACKLIST, COM DATA E MOTIVO.   *
      *                 LINHA MAL FORMADA OU INCOMPATIVEL COM A        *
      *                 SITUACAO DA TABELA E RECUSADA: VAI PARA O      *
      *                 ARQUIVO LT2009R (LINHA ORIGINAL + MOTIVO) E    *
      *                 E RELACIONADA NO RLT2009B.                     *
      *                                                                *
      *              2) VARREDURA: AS ENTRADAS ATIVAS DA BLACKLIST     *
      *                 AINDA NAO VARRIDAS (DTH_VARREDURA NULA) SAO    *
      *                 CONFRONTADAS COM A FC_LOTERICO E COM A         *
      *                 APOLICE (V0LOTERICO01). LOTERICO ATIVO OU      *
      *                 SEGURADO QUE ESTA NA LISTA SAI NO RELATORIO    *
      *                 DE ALERTA (RLT2009B) PARA BLOQUEIO OU          *
      *                 CANCELAMENTO NO MESMO DIA. AO FINAL AS         *
      *                 ENTRADAS VARRIDAS RECEBEM DTH_VARREDURA.       *
      *                                                                *
      *              ALERTA OU LINHA RECUSADA ENCERRA COM RETURN-CODE  *
      *              04 PARA CHAMAR A ATENCAO DA OPERACAO.             *
      *----------------------------------------------------------------*
      *   ARQUIVO LT2009A (100 POSICOES):                              *
      *     COL  01    - 'I' = INCLUSAO  /  'E' = RETIRADA             *
      *     COLS 02-09 - CODIGO CEF DO LOTERICO                        *
      *     COL  10    - DIGITO DO CODIGO CEF                          *
      *     COLS 11-18 - DATA DE INCLUSAO OU RETIRADA (AAAAMMDD)       *
      *     COLS 19-78 - MOTIVO (OBRIGATORIO NA INCLUSAO)              *
      *----------------------------------------------------------------*
      *   CARTAO-PARAMETRO (LT2009M):                                  *
      *     COL  01    - 'T' = VARRE TODAS AS ENTRADAS ATIVAS,         *
      *                  MESMO AS JA VARRIDAS (DEFAULT: SO AS NOVAS)   *
      *     COL  03    - 'S' = SIMULACAO (CARGA E VARREDURA COM        *
      *                  ROLLBACK NO FINAL)                            *
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
                       ASSIGN      TO    LT2009M.
      *
           SELECT      WENTBLK
                       ASSIGN      TO    LT2009A.
      *
           SELECT      WREJEIT
                       ASSIGN      TO    LT2009R.
      *
           SELECT      RLT2009B
                       ASSIGN      TO    RLT2009B.
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
       FD  WENTBLK
           RECORD    100
           BLOCK       0
           RECORDING MODE IS F
           LABEL RECORD IS OMITTED.
      *
       01  REG-ENTBLK               PIC X(100).
      *
       FD  WREJEIT
           RECORD    150
           BLOCK       0
           RECORDING MODE IS F
           LABEL RECORD IS OMITTED.
      *
       01  REG-REJEIT               PIC X(150).
      *
       FD  RLT2009B
           RECORDING MODE  F
           LABEL RECORD IS OMITTED.
      *
       01  REG-RLT2009B.
           05 REG-LINHA                     PIC X(132).
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE              SECTION.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

      *----------------------------------------------------------------*
      *                 DEFINICAO DAS VARIAVEIS HOST                   *
      *----------------------------------------------------------------*
      *
       77  WBLK-DATA-MOVTO             PIC X(10).
       77  WBLK-DATA-HOJE              PIC X(10).
       77  WBLK-DV-CADASTRO            PIC S9(004) VALUE +0  COMP.
       77  WBLK-PARM-VARREDURA         PIC X(01).
      *
      *--* TABELA LOTERICOS (V0LOTERICO01)
      *
       77  V0LOT-COD-LOT-FENAL         PIC S9(009) VALUE +0 COMP.
       77  WS-NUM-APOLICE              PIC S9(013) VALUE +0 COMP-3.
      *
      *----------------------------------------------------------------*
           EXEC SQL END DECLARE SECTION END-EXEC.
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE FCLOTBLK   END-EXEC.
           EXEC SQL INCLUDE FCLOTERI   END-EXEC.
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
           05 WS-PARM-VARREDURA             PIC X(01) VALUE 'N'.
           05 WS-PARM-SIMULACAO             PIC X(01) VALUE 'N'.
      *
           05 WFIM-ENTBLK                   PIC X(03) VALUE SPACES.
           05 WS-LINHA-OK                   PIC 9(01) VALUE ZERO.
           05 WS-ERRO-DATA                  PIC 9(01) VALUE ZERO.
           05 WS-EXISTE-BLK                 PIC 9(01) VALUE ZERO.
           05 WS-ATIVO-BLK                  PIC 9(01) VALUE ZERO.
           05 WS-IMPRIMIU-REJ               PIC 9(01) VALUE ZERO.
           05 WS-IMPRIMIU-ALE               PIC 9(01) VALUE ZERO.
           05 WS-ALERTA-ATIVO               PIC 9(01) VALUE ZERO.
           05 WS-ALERTA-SEGURO              PIC 9(01) VALUE ZERO.
           05 WS-MOTIVO-REJEICAO            PIC X(40) VALUE SPACES.
           05 WS-AUX                        PIC 9(04) VALUE ZEROS.
           05 WS-RESTO                      PIC 9(04) VALUE ZEROS.
      *
           05 WS-AC-LIDAS                   PIC 9(07) VALUE ZEROS.
           05 WS-AC-INCLUIDAS               PIC 9(07) VALUE ZEROS.
           05 WS-AC-REINCLUIDAS             PIC 9(07) VALUE ZEROS.
           05 WS-AC-RETIRADAS               PIC 9(07) VALUE ZEROS.
           05 WS-AC-REJEITADAS              PIC 9(07) VALUE ZEROS.
           05 WS-AC-VARRIDAS                PIC 9(07) VALUE ZEROS.
           05 WS-AC-ALE-ATIVOS              PIC 9(07) VALUE ZEROS.
           05 WS-AC-ALE-SEGURADOS           PIC 9(07) VALUE ZEROS.
           05 WS-AC-ALERTAS                 PIC 9(07) VALUE ZEROS.
           05 WS-AC-SEM-EXPOSICAO           PIC 9(07) VALUE ZEROS.
           05 WS-AC-MARCADAS                PIC 9(07) VALUE ZEROS.
      *
           05 WPARM-CARTAO.
              10 WPARM-VARREDURA            PIC X(01).
              10 FILLER                     PIC X(01).
              10 WPARM-SIMULACAO            PIC X(01).
              10 FILLER                     PIC X(77).
      *
      *--* LINHA DO ARQUIVO DA AREA DE PREVENCAO A FRAUDE (LT2009A)
      *
           05 WENT-LINHA.
              10 WENT-TIPO                  PIC X(01).
              10 WENT-CODIGO-CEF.
                 15 WENT-COD-CEF            PIC X(08).
                 15 WENT-COD-CEF-N REDEFINES
                    WENT-COD-CEF            PIC 9(08).
                 15 WENT-DV-CEF             PIC X(01).
                 15 WENT-DV-CEF-N REDEFINES
                    WENT-DV-CEF             PIC 9(01).
              10 WENT-DATA                  PIC X(08).
              10 WENT-DATA-N REDEFINES WENT-DATA.
                 15 WENT-DATA-AAAA          PIC 9(04).
                 15 WENT-DATA-MM            PIC 9(02).
                 15 WENT-DATA-DD            PIC 9(02).
              10 WENT-MOTIVO                PIC X(60).
              10 FILLER                     PIC X(22).
      *
      *--* REGISTRO DO ARQUIVO DE LINHAS RECUSADAS (LT2009R)
      *
           05 WREJ-LINHA.
              10 WREJ-SEQUENCIA             PIC 9(07).
              10 WREJ-CONTEUDO              PIC X(100).
              10 WREJ-MOTIVO                PIC X(40).
              10 FILLER                     PIC X(03) VALUE SPACES.
      *
           05 WS-DATA-ISO.
              10 WS-ISO-AAAA                PIC 9(04).
              10 FILLER                     PIC X(01) VALUE '-'.
              10 WS-ISO-MM                  PIC 9(02).
              10 FILLER                     PIC X(01) VALUE '-'.
              10 WS-ISO-DD                  PIC 9(02).
      *
           05 WS-DATA-HOJE-N                PIC 9(08) VALUE ZEROS.
      *
           05         WS-DATE-CORR.
             10       WS-DC-AA          PIC  9(002)    VALUE  ZEROS.
             10       WS-DC-MM          PIC  9(002)    VALUE  ZEROS.
             10       WS-DC-DD          PIC  9(002)    VALUE  ZEROS.
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
              10 FILLER                     PIC X(43) VALUE 'LT2009B'.
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
                 ' CARGA DA BLACKLIST DE FRAUDE E ALERTA DE LOTER
      -          'ICOS ATIVOS/SEGURADOS NA LISTA'.
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
      *--* LINHAS RECUSADAS NA CARGA
      *
           05 LR00.
              10 FILLER                     PIC X(07) VALUE 'LINHA'.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 FILLER                     PIC X(78) VALUE
                 'CONTEUDO (COLS 01-78)'.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 FILLER                     PIC X(43) VALUE
                 'MOTIVO DA RECUSA'.
      *
           05 LR01.
              10 LR01-SEQUENCIA             PIC ZZZZZZ9.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LR01-CONTEUDO              PIC X(78) VALUE SPACES.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LR01-MOTIVO                PIC X(40) VALUE SPACES.
              10 FILLER                     PIC X(03) VALUE SPACES.
      *
      *--* ALERTAS DA VARREDURA
      *
           05 LA00.
              10 FILLER                     PIC X(10) VALUE
                 'LOTERICO'.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 FILLER                     PIC X(40) VALUE
                 'RAZAO SOCIAL'.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 FILLER                     PIC X(15) VALUE
                 'SITUACAO'.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 FILLER                     PIC X(03) VALUE 'SEG'.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 FILLER                     PIC X(16) VALUE
                 'GARANTIA'.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 FILLER                     PIC X(10) VALUE
                 'BLACKLIST'.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 FILLER                     PIC X(26) VALUE
                 'ACAO'.
      *
           05 LA01.
              10 LA01-LOTERICO              PIC 9(08).
              10 FILLER                     PIC X(01) VALUE '-'.
              10 LA01-DV                    PIC 9(01).
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LA01-RAZAO                 PIC X(40) VALUE SPACES.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LA01-SITUACAO              PIC X(15) VALUE SPACES.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LA01-SEGURADO              PIC X(03) VALUE SPACES.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LA01-TIPO-GAR              PIC X(01) VALUE SPACES.
              10 FILLER                     PIC X(01) VALUE SPACES.
              10 LA01-VLR-GAR               PIC ZZZ.ZZZ.ZZ9,99.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LA01-DT-INCLUSAO           PIC X(10) VALUE SPACES.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LA01-ACAO                  PIC X(26) VALUE SPACES.
      *
           05 LA02.
              10 FILLER                     PIC X(12) VALUE SPACES.
              10 FILLER                     PIC X(08) VALUE 'MOTIVO:'.
              10 LA02-MOTIVO                PIC X(60) VALUE SPACES.
              10 FILLER                     PIC X(52) VALUE SPACES.
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
                    'LT2009B '.
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
           PERFORM  R0110-SELECT-APOLICE.
      *
           PERFORM  R7510-MONTA-CABECALHO.
      *
           PERFORM  R1000-CARGA-BLACKLIST.
      *
           PERFORM  R3000-VARREDURA.
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
           DISPLAY '              PROGRAMA - LT2009B                  '
           DISPLAY '                                                  '
           DISPLAY '                TERMINO NORMAL                    '
           IF WS-PARM-SIMULACAO  EQUAL  'S'
              DISPLAY ' *** EXECUCAO EM MODO SIMULACAO *** '
           END-IF
           DISPLAY '                                                  '
           DISPLAY '  LINHAS LIDAS NO LT2009A ..................... ='
                               WS-AC-LIDAS.
           DISPLAY '  INCLUSOES NA BLACKLIST ...................... ='
                               WS-AC-INCLUIDAS.
           DISPLAY '  REINCLUSOES NA BLACKLIST .................... ='
                               WS-AC-REINCLUIDAS.
           DISPLAY '  RETIRADAS DA BLACKLIST ...................... ='
                               WS-AC-RETIRADAS.
           DISPLAY '  LINHAS RECUSADAS ............................ ='
                               WS-AC-REJEITADAS.
           DISPLAY '  ENTRADAS VARRIDAS ........................... ='
                               WS-AC-VARRIDAS.
           DISPLAY '  ALERTAS (ATIVO/SEGURADO NA LISTA) ........... ='
                               WS-AC-ALERTAS.
      *
           IF WS-AC-ALERTAS     GREATER  ZEROS  OR
              WS-AC-REJEITADAS  GREATER  ZEROS
              MOVE       04                TO           RETURN-CODE
           ELSE
              MOVE       ZEROS             TO           RETURN-CODE.
      *
           STOP          RUN.
      *
       R0000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    LE O CARTAO-PARAMETRO (LT2009M) E MONTA A DATA CORRENTE
      *    PARA A CRITICA DAS DATAS DO ARQUIVO.
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
           MOVE  WPARM-VARREDURA  TO  WS-PARM-VARREDURA.
           IF WS-PARM-VARREDURA  NOT EQUAL  'T'
              MOVE  'N'  TO  WS-PARM-VARREDURA.
      *
           MOVE  WPARM-SIMULACAO  TO  WS-PARM-SIMULACAO.
           IF WS-PARM-SIMULACAO  NOT EQUAL  'S'
              MOVE  'N'  TO  WS-PARM-SIMULACAO.
      *
           ACCEPT  WS-DATE-CORR  FROM  DATE.
      *
           COMPUTE  WS-DATA-HOJE-N  =  ((2000 + WS-DC-AA) * 10000)
                                    +  (WS-DC-MM * 100)  +  WS-DC-DD.
      *
           COMPUTE  WS-ISO-AAAA  =  2000  +  WS-DC-AA.
           MOVE     WS-DC-MM     TO  WS-ISO-MM.
           MOVE     WS-DC-DD     TO  WS-ISO-DD.
           MOVE     WS-DATA-ISO  TO  WBLK-DATA-HOJE.
      *
           MOVE  WS-PARM-VARREDURA  TO  WBLK-PARM-VARREDURA.
      *
           DISPLAY 'LT2009B - VARREDURA TOTAL (T)  = '
                    WS-PARM-VARREDURA.
           DISPLAY 'LT2009B - SIMULACAO            = '
                    WS-PARM-SIMULACAO.
           DISPLAY 'LT2009B - DATA CORRENTE        = '
                    WBLK-DATA-HOJE.
      *
       R0080-SAIDA. EXIT.
      *----------------------------------------------------------------*
      *    APOLICE DE LOTERICOS (LT2100S), PARA A SITUACAO DE
      *    SEGURADO NA V0LOTERICO01.
      *----------------------------------------------------------------*
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
           MOVE LK-NUM-APOLICE TO WS-NUM-APOLICE.
      *
           DISPLAY 'LT2009B - APOLICE DE LOTERICOS = ' WS-NUM-APOLICE.
      *
       R0110-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    CARGA DO ARQUIVO DA AREA DE FRAUDE (LT2009A) NA
      *    FC_LOTERICO_BLACKLIST, LINHA A LINHA.
      *-----------------------------------------------------------------
       R1000-CARGA-BLACKLIST                                    SECTION.
      *-----------------------------------------------------------------
      *
       R1000-LEITURA.
      *
           READ  WENTBLK
               AT END
                  MOVE  'SIM'  TO  WFIM-ENTBLK
                  GO  TO  R1000-FIM
               NOT AT END
                  MOVE  REG-ENTBLK  TO  WENT-LINHA
           END-READ.
      *
           ADD   1  TO  WS-AC-LIDAS.
      *
           PERFORM  R1100-CRITICA-LINHA.
      *
           IF WS-LINHA-OK  EQUAL  1
              PERFORM  R2000-ATUALIZA-BLACKLIST.
      *
           IF WS-LINHA-OK  EQUAL  ZERO
              PERFORM  R1900-REJEITA-LINHA.
      *
           GO  TO  R1000-LEITURA.
      *
       R1000-FIM.
      *
           DISPLAY 'LT2009B - LINHAS LIDAS NO LT2009A = ' WS-AC-LIDAS.
      *
       R1000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    CRITICA DE FORMATO DA LINHA. WS-LINHA-OK = 1 QUANDO A LINHA
      *    ESTA BEM FORMADA; SENAO WS-MOTIVO-REJEICAO TRAZ O MOTIVO.
      *-----------------------------------------------------------------
       R1100-CRITICA-LINHA                                      SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  ZERO    TO  WS-LINHA-OK.
           MOVE  SPACES  TO  WS-MOTIVO-REJEICAO.
      *
           IF WENT-TIPO  NOT EQUAL  'I'  AND
              WENT-TIPO  NOT EQUAL  'E'
              MOVE 'TIPO DE MOVIMENTO INVALIDO (I/E)'
                                      TO  WS-MOTIVO-REJEICAO
              GO  TO  R1100-SAIDA.
      *
           IF WENT-COD-CEF  NOT NUMERIC  OR
              WENT-COD-CEF-N  EQUAL  ZEROS
              MOVE 'CODIGO DO LOTERICO INVALIDO'
                                      TO  WS-MOTIVO-REJEICAO
              GO  TO  R1100-SAIDA.
      *
           IF WENT-DV-CEF  NOT NUMERIC
              MOVE 'DIGITO DO LOTERICO INVALIDO'
                                      TO  WS-MOTIVO-REJEICAO
              GO  TO  R1100-SAIDA.
      *
           PERFORM  R1150-CRITICA-DATA.
      *
           IF WS-ERRO-DATA  EQUAL  1
              MOVE 'DATA INVALIDA (AAAAMMDD)'
                                      TO  WS-MOTIVO-REJEICAO
              GO  TO  R1100-SAIDA.
      *
           IF WENT-TIPO  EQUAL  'I'  AND
              WENT-DATA-N  GREATER  WS-DATA-HOJE-N
              MOVE 'DATA DE INCLUSAO POSTERIOR A DATA ATUAL'
                                      TO  WS-MOTIVO-REJEICAO
              GO  TO  R1100-SAIDA.
      *
           IF WENT-TIPO  EQUAL  'I'  AND
              WENT-MOTIVO  EQUAL  SPACES
              MOVE 'MOTIVO DA INCLUSAO NAO INFORMADO'
                                      TO  WS-MOTIVO-REJEICAO
              GO  TO  R1100-SAIDA.
      *
           MOVE  1  TO  WS-LINHA-OK.
      *
       R1100-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    CRITICA DA DATA AAAAMMDD DA LINHA (MES, DIA E ANO
      *    BISSEXTO, COMO O R1055 DO LT2000B).
      *    SAIDA = WS-ERRO-DATA = 0 (DATA OK) / = 1 (DATA ERRADA).
      *-----------------------------------------------------------------
       R1150-CRITICA-DATA                                       SECTION.
      *-----------------------------------------------------------------
      *
           MOVE 0 TO WS-ERRO-DATA.
      *
           IF WENT-DATA  NOT NUMERIC
              MOVE  1  TO  WS-ERRO-DATA
              GO  TO  R1150-SAIDA.
      *
           IF WENT-DATA-AAAA  LESS  1900      OR
              WENT-DATA-MM    GREATER  12     OR
              WENT-DATA-MM    EQUAL     0     OR
              WENT-DATA-DD    EQUAL     0     OR
              WENT-DATA-DD    GREATER  31
              MOVE  1  TO  WS-ERRO-DATA
              GO  TO  R1150-SAIDA.
      *
           IF WENT-DATA-MM  EQUAL  04  OR
              WENT-DATA-MM  EQUAL  06  OR
              WENT-DATA-MM  EQUAL  09  OR
              WENT-DATA-MM  EQUAL  11
              IF WENT-DATA-DD  GREATER  30
                 MOVE  1  TO  WS-ERRO-DATA
                 GO  TO  R1150-SAIDA.
      *
           IF WENT-DATA-MM  EQUAL  02
              DIVIDE WENT-DATA-AAAA BY 4  GIVING  WS-AUX
                                        REMAINDER WS-RESTO
              IF WS-RESTO  GREATER  0
                 IF WENT-DATA-DD  GREATER  28
                    MOVE  1  TO  WS-ERRO-DATA
                 ELSE
                    NEXT SENTENCE
              ELSE
                 IF WENT-DATA-DD  GREATER  29
                    MOVE  1  TO  WS-ERRO-DATA.
      *
       R1150-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    GRAVA A LINHA RECUSADA NO LT2009R E NO RELATORIO.
      *-----------------------------------------------------------------
       R1900-REJEITA-LINHA                                      SECTION.
      *-----------------------------------------------------------------
      *
           ADD   1  TO  WS-AC-REJEITADAS.
      *
           MOVE  WS-AC-LIDAS          TO  WREJ-SEQUENCIA.
           MOVE  REG-ENTBLK           TO  WREJ-CONTEUDO.
           MOVE  WS-MOTIVO-REJEICAO   TO  WREJ-MOTIVO.
           WRITE  REG-REJEIT  FROM  WREJ-LINHA.
      *
           IF WS-IMPRIMIU-REJ  EQUAL  ZERO
              MOVE  1  TO  WS-IMPRIMIU-REJ
              ADD   99 TO  W-AC-LINHA
              PERFORM  R7520-CABECALHO
              MOVE 'LINHAS RECUSADAS NA CARGA DO LT2009A'
                                      TO  LD00-MSG1
              WRITE  REG-RLT2009B  FROM  LD00  AFTER  1
              WRITE  REG-RLT2009B  FROM  LR00  AFTER  2
              WRITE  REG-RLT2009B  FROM  LC05  AFTER  1
              ADD    4  TO  W-AC-LINHA.
      *
           MOVE  WS-AC-LIDAS          TO  LR01-SEQUENCIA.
           MOVE  REG-ENTBLK           TO  LR01-CONTEUDO.
           MOVE  WS-MOTIVO-REJEICAO   TO  LR01-MOTIVO.
      *
           ADD        1       TO  W-AC-LINHA.
           PERFORM  R7520-CABECALHO.
           WRITE  REG-RLT2009B  FROM  LR01  AFTER  1.
      *
       R1900-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    APLICA A LINHA NA FC_LOTERICO_BLACKLIST:
      *      'I' - SEM ENTRADA ............ INSERT
      *            ENTRADA RETIRADA ....... REINCLUSAO (UPDATE, VOLTA
      *                                     A SER VARRIDA)
      *            ENTRADA ATIVA .......... RECUSA
      *      'E' - ENTRADA ATIVA .......... GRAVA DTH_EXCLUSAO
      *            SEM ENTRADA / RETIRADA . RECUSA
      *    O DIGITO INFORMADO TEM QUE BATER COM O DA FC_LOTERICO
      *    QUANDO O LOTERICO JA ESTA CADASTRADO.
      *-----------------------------------------------------------------
       R2000-ATUALIZA-BLACKLIST                                 SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  WENT-DATA-AAAA    TO  WS-ISO-AAAA.
           MOVE  WENT-DATA-MM      TO  WS-ISO-MM.
           MOVE  WENT-DATA-DD      TO  WS-ISO-DD.
           MOVE  WS-DATA-ISO       TO  WBLK-DATA-MOVTO.
      *
           MOVE  WENT-COD-CEF-N    TO  FCLOTBLK-NUM-LOTERICO
                                       FCLOTERI-NUM-LOTERICO.
           MOVE  WENT-DV-CEF-N     TO  FCLOTBLK-NUM-DV-LOTERICO.
           MOVE  WENT-MOTIVO       TO  FCLOTBLK-DES-MOTIVO.
      *
           PERFORM  R2050-CONFERE-DIGITO.
      *
           IF WS-LINHA-OK  EQUAL  ZERO
              GO  TO  R2000-SAIDA.
      *
           PERFORM  R2100-SELECT-BLACKLIST.
      *
           IF WENT-TIPO  EQUAL  'E'
              GO  TO  R2000-RETIRADA.
      *
           IF WS-ATIVO-BLK  EQUAL  1
              MOVE  ZERO  TO  WS-LINHA-OK
              MOVE 'LOTERICO JA CONSTA ATIVO NA BLACKLIST'
                                      TO  WS-MOTIVO-REJEICAO
              GO  TO  R2000-SAIDA.
      *
           IF WS-EXISTE-BLK  EQUAL  1
              PERFORM  R2300-REINCLUI-BLACKLIST
           ELSE
              PERFORM  R2200-INCLUI-BLACKLIST.
      *
           GO  TO  R2000-SAIDA.
      *
       R2000-RETIRADA.
      *
           IF WS-EXISTE-BLK  EQUAL  ZERO
              MOVE  ZERO  TO  WS-LINHA-OK
              MOVE 'LOTERICO NAO CONSTA NA BLACKLIST'
                                      TO  WS-MOTIVO-REJEICAO
              GO  TO  R2000-SAIDA.
      *
           IF WS-ATIVO-BLK  EQUAL  ZERO
              MOVE  ZERO  TO  WS-LINHA-OK
              MOVE 'LOTERICO JA RETIRADO DA BLACKLIST'
                                      TO  WS-MOTIVO-REJEICAO
              GO  TO  R2000-SAIDA.
      *
           IF WBLK-DATA-MOVTO  LESS  FCLOTBLK-DTH-INCLUSAO
              MOVE  ZERO  TO  WS-LINHA-OK
              MOVE 'DATA DE RETIRADA ANTERIOR A INCLUSAO'
                                      TO  WS-MOTIVO-REJEICAO
              GO  TO  R2000-SAIDA.
      *
           PERFORM  R2400-RETIRA-BLACKLIST.
      *
       R2000-SAIDA. EXIT.
      *-----------------------------------------------------------------
       R2050-CONFERE-DIGITO                                     SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '2050'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL
             SELECT  VALUE(NUM_DV_LOTERICO,0)
               INTO :WBLK-DV-CADASTRO
               FROM  FDRCAP.FC_LOTERICO
              WHERE  NUM_LOTERICO  =  :FCLOTERI-NUM-LOTERICO
           END-EXEC.
      *
           IF SQLCODE  EQUAL  100
              GO  TO  R2050-SAIDA.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R2050-ERRO SELECT FC_LOTERICO'
              DISPLAY 'COD. LOTERICO   = ' FCLOTERI-NUM-LOTERICO
              GO  TO  R9999-ROT-ERRO.
      *
           IF WBLK-DV-CADASTRO  NOT EQUAL  WENT-DV-CEF-N
              MOVE  ZERO  TO  WS-LINHA-OK
              MOVE 'DIGITO NAO CONFERE COM A FC_LOTERICO'
                                      TO  WS-MOTIVO-REJEICAO.
      *
       R2050-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    LE A ENTRADA DO LOTERICO NA BLACKLIST. WS-EXISTE-BLK = 1
      *    QUANDO HA ENTRADA; WS-ATIVO-BLK = 1 QUANDO ELA NAO TEM
      *    DATA DE RETIRADA OU A RETIRADA E FUTURA.
      *-----------------------------------------------------------------
       R2100-SELECT-BLACKLIST                                   SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '2100'  TO  WNR-EXEC-SQL.
      *
           MOVE  ZERO  TO  WS-EXISTE-BLK
                           WS-ATIVO-BLK.
      *
           EXEC SQL
             SELECT  DTH_INCLUSAO,
                     VALUE(DTH_EXCLUSAO,DATE('9999-12-31'))
               INTO :FCLOTBLK-DTH-INCLUSAO,
                    :FCLOTBLK-DTH-EXCLUSAO
               FROM  FDRCAP.FC_LOTERICO_BLACKLIST
              WHERE  NUM_LOTERICO  =  :FCLOTBLK-NUM-LOTERICO
           END-EXEC.
      *
           IF SQLCODE  EQUAL  100
              GO  TO  R2100-SAIDA.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R2100-ERRO SELECT FC_LOTERICO_BLACKLIST'
              DISPLAY 'COD. LOTERICO   = ' FCLOTBLK-NUM-LOTERICO
              GO  TO  R9999-ROT-ERRO.
      *
           MOVE  1  TO  WS-EXISTE-BLK.
      *
           IF FCLOTBLK-DTH-EXCLUSAO  GREATER  WBLK-DATA-HOJE
              MOVE  1  TO  WS-ATIVO-BLK.
      *
       R2100-SAIDA. EXIT.
      *-----------------------------------------------------------------
       R2200-INCLUI-BLACKLIST                                   SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '2200'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL
             INSERT INTO FDRCAP.FC_LOTERICO_BLACKLIST
                   (NUM_LOTERICO,
                    NUM_DV_LOTERICO,
                    DTH_INCLUSAO,
                    DTH_EXCLUSAO,
                    DES_MOTIVO,
                    DTH_VARREDURA,
                    COD_USUARIO)
             VALUES
                   (:FCLOTBLK-NUM-LOTERICO,
                    :FCLOTBLK-NUM-DV-LOTERICO,
                    :WBLK-DATA-MOVTO,
                    NULL,
                    :FCLOTBLK-DES-MOTIVO,
                    NULL,
                    'LT2009B')
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R2200-ERRO INSERT FC_LOTERICO_BLACKLIST'
              DISPLAY 'COD. LOTERICO   = ' FCLOTBLK-NUM-LOTERICO
              GO  TO  R9999-ROT-ERRO.
      *
           ADD   1  TO  WS-AC-INCLUIDAS.
      *
       R2200-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    REINCLUSAO DE LOTERICO JA RETIRADO: NOVA DATA E MOTIVO,
      *    LIMPA A RETIRADA E A VARREDURA (VOLTA A SER VARRIDO).
      *-----------------------------------------------------------------
       R2300-REINCLUI-BLACKLIST                                 SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '2300'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL
             UPDATE  FDRCAP.FC_LOTERICO_BLACKLIST
                SET  NUM_DV_LOTERICO  =  :FCLOTBLK-NUM-DV-LOTERICO,
                     DTH_INCLUSAO     =  :WBLK-DATA-MOVTO,
                     DTH_EXCLUSAO     =  NULL,
                     DES_MOTIVO       =  :FCLOTBLK-DES-MOTIVO,
                     DTH_VARREDURA    =  NULL,
                     COD_USUARIO      =  'LT2009B'
              WHERE  NUM_LOTERICO     =  :FCLOTBLK-NUM-LOTERICO
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R2300-ERRO UPDATE FC_LOTERICO_BLACKLIST'
              DISPLAY 'COD. LOTERICO   = ' FCLOTBLK-NUM-LOTERICO
              GO  TO  R9999-ROT-ERRO.
      *
           ADD   1  TO  WS-AC-REINCLUIDAS.
      *
       R2300-SAIDA. EXIT.
      *-----------------------------------------------------------------
       R2400-RETIRA-BLACKLIST                                   SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '2400'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL
             UPDATE  FDRCAP.FC_LOTERICO_BLACKLIST
                SET  DTH_EXCLUSAO     =  :WBLK-DATA-MOVTO,
                     COD_USUARIO      =  'LT2009B'
              WHERE  NUM_LOTERICO     =  :FCLOTBLK-NUM-LOTERICO
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R2400-ERRO UPDATE FC_LOTERICO_BLACKLIST'
              DISPLAY 'COD. LOTERICO   = ' FCLOTBLK-NUM-LOTERICO
              GO  TO  R9999-ROT-ERRO.
      *
           ADD   1  TO  WS-AC-RETIRADAS.
      *
       R2400-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    VARREDURA: ENTRADAS ATIVAS DA BLACKLIST AINDA NAO VARRIDAS
      *    (OU TODAS, COM 'T' NO CARTAO) CONTRA A FC_LOTERICO E A
      *    APOLICE (V0LOTERICO01, COD_LOT_FENAL = CODIGO CEF COM DV).
      *-----------------------------------------------------------------
       R3000-VARREDURA                                          SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '3000'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL
             DECLARE  CVARRE  CURSOR FOR
             SELECT  B.NUM_LOTERICO,
                     VALUE(B.NUM_DV_LOTERICO,0),
                     B.DTH_INCLUSAO,
                     VALUE(B.DES_MOTIVO,' '),
                     VALUE(L.NOM_RAZAO_SOCIAL,'*** NAO CADASTRADO ***'),
                     VALUE(L.STA_LOTERICO,' '),
                     VALUE(L.COD_GARANTIA,' '),
                     VALUE(L.VLR_GARANTIA,0),
                     VALUE(S.COD_LOT_FENAL,0)
               FROM  FDRCAP.FC_LOTERICO_BLACKLIST B
               LEFT  OUTER JOIN FDRCAP.FC_LOTERICO L
                 ON  L.NUM_LOTERICO   =  B.NUM_LOTERICO
               LEFT  OUTER JOIN SEGUROS.V0LOTERICO01 S
                 ON  S.NUM_APOLICE    =  :WS-NUM-APOLICE
                AND  S.COD_LOT_FENAL  =  (B.NUM_LOTERICO * 10)
                                      +  VALUE(L.NUM_DV_LOTERICO,
                                               B.NUM_DV_LOTERICO)
                AND  S.SITUACAO       <  '1'
              WHERE (B.DTH_EXCLUSAO  IS NULL  OR
                     B.DTH_EXCLUSAO  >  :WBLK-DATA-HOJE)
                AND (B.DTH_VARREDURA IS NULL  OR
                     :WBLK-PARM-VARREDURA  =  'T')
              ORDER  BY B.NUM_LOTERICO
           END-EXEC.
      *
           EXEC SQL
             OPEN  CVARRE
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R3000-ERRO OPEN CURSOR FC_LOTERICO_BLACKLIST'
              GO  TO  R9999-ROT-ERRO.
      *
       R3000-FETCH.
      *
           EXEC SQL
             FETCH  CVARRE
              INTO :FCLOTBLK-NUM-LOTERICO,
                   :FCLOTBLK-NUM-DV-LOTERICO,
                   :FCLOTBLK-DTH-INCLUSAO,
                   :FCLOTBLK-DES-MOTIVO,
                   :FCLOTERI-NOM-RAZAO-SOCIAL,
                   :FCLOTERI-STA-LOTERICO,
                   :FCLOTERI-COD-GARANTIA,
                   :FCLOTERI-VLR-GARANTIA,
                   :V0LOT-COD-LOT-FENAL
           END-EXEC.
      *
           IF SQLCODE  EQUAL  100
              GO  TO  R3000-FIM.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R3000-ERRO FETCH FC_LOTERICO_BLACKLIST'
              GO  TO  R9999-ROT-ERRO.
      *
           ADD   1  TO  WS-AC-VARRIDAS.
      *
           MOVE  ZERO  TO  WS-ALERTA-ATIVO
                           WS-ALERTA-SEGURO.
      *
           IF FCLOTERI-STA-LOTERICO  EQUAL  '1'
              MOVE  1  TO  WS-ALERTA-ATIVO
              ADD   1  TO  WS-AC-ALE-ATIVOS.
      *
           IF V0LOT-COD-LOT-FENAL  GREATER  ZEROS
              MOVE  1  TO  WS-ALERTA-SEGURO
              ADD   1  TO  WS-AC-ALE-SEGURADOS.
      *
           IF WS-ALERTA-ATIVO   EQUAL  ZERO  AND
              WS-ALERTA-SEGURO  EQUAL  ZERO
              ADD   1  TO  WS-AC-SEM-EXPOSICAO
              GO  TO  R3000-FETCH.
      *
           ADD   1  TO  WS-AC-ALERTAS.
           PERFORM  R3100-IMPRIME-ALERTA.
      *
           GO  TO  R3000-FETCH.
      *
       R3000-FIM.
      *
           EXEC SQL
             CLOSE  CVARRE
           END-EXEC.
      *
           PERFORM  R3200-MARCA-VARREDURA.
      *
           DISPLAY 'LT2009B - ENTRADAS VARRIDAS = ' WS-AC-VARRIDAS.
      *
       R3000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    LINHA DE ALERTA: LOTERICO ATIVO E/OU SEGURADO NA LISTA.
      *-----------------------------------------------------------------
       R3100-IMPRIME-ALERTA                                     SECTION.
      *-----------------------------------------------------------------
      *
           IF WS-IMPRIMIU-ALE  EQUAL  ZERO
              MOVE  1  TO  WS-IMPRIMIU-ALE
              ADD   99 TO  W-AC-LINHA
              PERFORM  R7520-CABECALHO
              MOVE 'ALERTA - LOTERICOS ATIVOS/SEGURADOS NA BLACKLIST'
                                      TO  LD00-MSG1
              WRITE  REG-RLT2009B  FROM  LD00  AFTER  1
              WRITE  REG-RLT2009B  FROM  LA00  AFTER  2
              WRITE  REG-RLT2009B  FROM  LC05  AFTER  1
              ADD    4  TO  W-AC-LINHA.
      *
           MOVE  FCLOTBLK-NUM-LOTERICO      TO  LA01-LOTERICO.
           MOVE  FCLOTBLK-NUM-DV-LOTERICO   TO  LA01-DV.
           MOVE  FCLOTERI-NOM-RAZAO-SOCIAL  TO  LA01-RAZAO.
           MOVE  FCLOTERI-COD-GARANTIA      TO  LA01-TIPO-GAR.
           MOVE  FCLOTERI-VLR-GARANTIA      TO  LA01-VLR-GAR.
           MOVE  FCLOTBLK-DTH-INCLUSAO      TO  LA01-DT-INCLUSAO.
           MOVE  FCLOTBLK-DES-MOTIVO        TO  LA02-MOTIVO.
      *
           IF FCLOTERI-STA-LOTERICO  EQUAL  '1'
              MOVE 'ATIVO'            TO  LA01-SITUACAO
           ELSE
           IF FCLOTERI-STA-LOTERICO  EQUAL  '0'
              MOVE 'INATIVO'          TO  LA01-SITUACAO
           ELSE
           IF FCLOTERI-STA-LOTERICO  EQUAL  '2'
              MOVE 'PRE-CADASTRO'     TO  LA01-SITUACAO
           ELSE
              MOVE 'NAO CADASTRADO'   TO  LA01-SITUACAO.
      *
           IF WS-ALERTA-SEGURO  EQUAL  1
              MOVE 'SIM'              TO  LA01-SEGURADO
           ELSE
              MOVE 'NAO'              TO  LA01-SEGURADO.
      *
           IF WS-ALERTA-ATIVO   EQUAL  1  AND
              WS-ALERTA-SEGURO  EQUAL  1
              MOVE 'BLOQUEAR E CANCELAR SEGURO' TO  LA01-ACAO
           ELSE
           IF WS-ALERTA-SEGURO  EQUAL  1
              MOVE 'CANCELAR SEGURO'            TO  LA01-ACAO
           ELSE
              MOVE 'BLOQUEAR LOTERICO'          TO  LA01-ACAO.
      *
           ADD        2       TO  W-AC-LINHA.
           PERFORM  R7520-CABECALHO.
           WRITE  REG-RLT2009B  FROM  LA01  AFTER  1.
           WRITE  REG-RLT2009B  FROM  LA02  AFTER  1.
      *
       R3100-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    MARCA COMO VARRIDAS AS ENTRADAS ATIVAS AINDA SEM
      *    DTH_VARREDURA. A PROXIMA EXECUCAO SO VARRE AS ENTRADAS
      *    INCLUIDAS OU REINCLUIDAS DEPOIS DESTA.
      *-----------------------------------------------------------------
       R3200-MARCA-VARREDURA                                    SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '3200'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL
             UPDATE  FDRCAP.FC_LOTERICO_BLACKLIST
                SET  DTH_VARREDURA  =  CURRENT TIMESTAMP
              WHERE  DTH_VARREDURA  IS NULL
                AND (DTH_EXCLUSAO   IS NULL  OR
                     DTH_EXCLUSAO   >  :WBLK-DATA-HOJE)
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS  AND
              SQLCODE  NOT EQUAL  100
              DISPLAY 'R3200-ERRO UPDATE FC_LOTERICO_BLACKLIST'
              GO  TO  R9999-ROT-ERRO.
      *
           MOVE  SQLERRD (3)  TO  WS-AC-MARCADAS.
      *
       R3200-SAIDA. EXIT.
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
              MOVE '*** MODO SIMULACAO - NENHUMA ALTERACAO FOI GRAVADA'
                                      TO  LD00-MSG1
              WRITE  REG-RLT2009B  FROM  LD00  AFTER  1.
      *
           IF WS-IMPRIMIU-ALE  EQUAL  ZERO
              MOVE 'NENHUM LOTERICO ATIVO OU SEGURADO NA BLACKLIST'
                                      TO  LD00-MSG1
              WRITE  REG-RLT2009B  FROM  LD00  AFTER  1.
      *
           MOVE 'LINHAS LIDAS NO LT2009A                  '
                      TO LT00-TEXTO.
           MOVE  WS-AC-LIDAS                TO  LT00-TOTAIS
           WRITE  REG-RLT2009B  FROM  LT00  AFTER  2.
      *
           MOVE 'INCLUSOES NA BLACKLIST                   '
                      TO LT00-TEXTO.
           MOVE  WS-AC-INCLUIDAS            TO  LT00-TOTAIS
           WRITE  REG-RLT2009B  FROM  LT00  AFTER  1.
      *
           MOVE 'REINCLUSOES NA BLACKLIST                 '
                      TO LT00-TEXTO.
           MOVE  WS-AC-REINCLUIDAS          TO  LT00-TOTAIS
           WRITE  REG-RLT2009B  FROM  LT00  AFTER  1.
      *
           MOVE 'RETIRADAS DA BLACKLIST                   '
                      TO LT00-TEXTO.
           MOVE  WS-AC-RETIRADAS            TO  LT00-TOTAIS
           WRITE  REG-RLT2009B  FROM  LT00  AFTER  1.
      *
           MOVE 'LINHAS RECUSADAS (LT2009R)               '
                      TO LT00-TEXTO.
           MOVE  WS-AC-REJEITADAS           TO  LT00-TOTAIS
           WRITE  REG-RLT2009B  FROM  LT00  AFTER  1.
      *
           MOVE 'ENTRADAS VARRIDAS                        '
                      TO LT00-TEXTO.
           MOVE  WS-AC-VARRIDAS             TO  LT00-TOTAIS
           WRITE  REG-RLT2009B  FROM  LT00  AFTER  2.
      *
           MOVE 'ALERTAS - LOTERICO ATIVO                 '
                      TO LT00-TEXTO.
           MOVE  WS-AC-ALE-ATIVOS           TO  LT00-TOTAIS
           WRITE  REG-RLT2009B  FROM  LT00  AFTER  1.
      *
           MOVE 'ALERTAS - LOTERICO SEGURADO              '
                      TO LT00-TEXTO.
           MOVE  WS-AC-ALE-SEGURADOS        TO  LT00-TOTAIS
           WRITE  REG-RLT2009B  FROM  LT00  AFTER  1.
      *
           MOVE 'LOTERICOS EM ALERTA                      '
                      TO LT00-TEXTO.
           MOVE  WS-AC-ALERTAS              TO  LT00-TOTAIS
           WRITE  REG-RLT2009B  FROM  LT00  AFTER  1.
      *
           MOVE 'ENTRADAS SEM EXPOSICAO (INATIVO/SEM SEGURO)'
                      TO LT00-TEXTO.
           MOVE  WS-AC-SEM-EXPOSICAO        TO  LT00-TOTAIS
           WRITE  REG-RLT2009B  FROM  LT00  AFTER  1.
      *
           MOVE 'ENTRADAS MARCADAS COMO VARRIDAS          '
                      TO LT00-TEXTO.
           MOVE  WS-AC-MARCADAS             TO  LT00-TOTAIS
           WRITE  REG-RLT2009B  FROM  LT00  AFTER  1.
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
      *
       R7510-SAIDA. EXIT.
      *----------------------------------------------------------------*
       R7520-CABECALHO  SECTION.
      *-------------------------
      *
           IF W-AC-LINHA  GREATER  60
              ADD        1       TO  W-AC-PAGINA
              MOVE  W-AC-PAGINA  TO  LC01-PAGINA
              WRITE  REG-RLT2009B  FROM  LC01 AFTER PAGE
              WRITE  REG-RLT2009B  FROM  LC02 AFTER 1
              WRITE  REG-RLT2009B  FROM  LC03 AFTER 1
              WRITE  REG-RLT2009B  FROM  LC06 AFTER 1
              MOVE       4       TO  W-AC-LINHA.
      *
       R7520-SAIDA. EXIT.
      *----------------------------------------------------------------*
       R9000-OPEN-ARQUIVOS        SECTION.
      *-------------------------------------
      *
           OPEN INPUT  WPARAM.
           OPEN INPUT  WENTBLK.
           OPEN OUTPUT WREJEIT.
           OPEN OUTPUT RLT2009B.
      *
       R9000-SAIDA. EXIT.
      *----------------------------------------------------------------*
      *                   ROTINA CLOSE ARQUIVOS                        *
      *----------------------------------------------------------------*
       R9100-CLOSE-ARQUIVOS       SECTION.
      *-------------------------------------
      *
           CLOSE  WPARAM  WENTBLK  WREJEIT  RLT2009B.
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
           CLOSE  WPARAM  WENTBLK  WREJEIT  RLT2009B.
      *
           EXEC  SQL   WHENEVER        SQLWARNING     CONTINUE END-EXEC.
      *
           EXEC  SQL   ROLLBACK WORK                  END-EXEC.
      *
           MOVE        99              TO             RETURN-CODE.
      *
           STOP        RUN.
      *
