       IDENTIFICATION               DIVISION.
      *--------------------------------------
       PROGRAM-ID.                  LT2101S.
      *----------------------------------------------------------------*
      *   SISTEMA ................  SISTEMA DE LOTERICO                *
      *   PROGRAMA ...............  LT2101S                            *
      *----------------------------------------------------------------*
      *   ANALISTA ...............                                     *
      *   PROGRAMADOR ............  MARTINS                            *
      *   DATA CODIFICACAO .......  OUTUBRO / 2026                     *
      *   VERSAO .................  15102026 17:00HS                   *
      *----------------------------------------------------------------*
      *   FUNCAO :   SUBROTINA DE CONTROLE DE EXECUCAO DA CADEIA DE    *
      *              LOTERICO. CADA PROGRAMA DA CADEIA (LT2000B,       *
      *              LT2002B, LT2003B, LT2004B A LT2007B E LT2016B)    *
      *              REGISTRA NA TABELA FDRCAP.FC_CTRL_EXECUCAO O      *
      *              INICIO, O FIM, O MODO, O RETURN-CODE E AS         *
      *              QUANTIDADES DA EXECUCAO. A DATA DE REFERENCIA E A *
      *              DTMOVABE DA V0SISTEMA ('LT').                     *
      *                                                                *
      *              FUNCOES (LK-CTRL-FUNCAO):                         *
      *                'I' - INICIO: CONFERE OS PRE-REQUISITOS DO      *
      *                      PROGRAMA E GRAVA A LINHA EM EXECUCAO      *
      *                      ('E'). PRE-REQUISITO NAO ATENDIDO GRAVA   *
      *                      A LINHA RECUSADA ('R') E DEVOLVE 12.      *
      *                'R' - RECUSA APURADA PELO PROPRIO PROGRAMA      *
      *                      (MOTIVO EM LK-CTRL-MENSAGEM). GRAVA A     *
      *                      LINHA RECUSADA E DEVOLVE 12.              *
      *                'F' - FIM: ATUALIZA A LINHA DO INICIO COM O     *
      *                      RETURN-CODE E AS QUANTIDADES. RC ATE 15   *
      *                      = FINALIZADA ('F'), 16 OU MAIS = ABEND    *
      *                      ('A').                                    *
      *                                                                *
      *              PRE-REQUISITOS (FUNCAO 'I'):                      *
      *                LT2000B - EM MODO NORMAL, A ULTIMA EXECUCAO DO  *
      *                          LT2000B NA DATA NAO PODE TER SIDO     *
      *                          SIMULACAO                             *
      *                LT2002B - LT2000B FINALIZADO NA DATA COM RC     *
      *                          ATE 04, FORA DE SIMULACAO             *
      *                LT2003B - LT2002B FINALIZADO NA DATA COM RC     *
      *                          ATE 04                                *
      *                LT2004B A LT2007B E LT2016B - ULTIMA EXECUCAO   *
      *                          DO LT2000B NAO PODE ESTAR EM          *
      *                          EXECUCAO NEM ABENDADA (CADASTRO       *
      *                          INCOMPLETO)                           *
      *              LK-CTRL-LIBERA = 'L' DISPENSA O PRE-REQUISITO; A  *
      *              LIBERACAO FICA ANOTADA EM DES_OBSERVACAO.         *
      *                                                                *
      *              CADA FUNCAO EFETUA COMMIT: O CHAMADOR CHAMA 'I'   *
      *              ANTES DE QUALQUER ATUALIZACAO E 'F' DEPOIS DO     *
      *              SEU COMMIT OU ROLLBACK FINAL.                     *
      *                                                                *
      *              LK-CTRL-COD-RETORNO:  00 - OK                     *
      *                                    12 - EXECUCAO RECUSADA      *
      *                                    99 - ERRO SQL               *
      *----------------------------------------------------------------*
       ENVIRONMENT                  DIVISION.
      *--------------------------------------
       CONFIGURATION                SECTION.
      *--------------------------------------
       SPECIAL-NAMES.
      *
           DECIMAL-POINT      IS    COMMA.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *--------------
       WORKING-STORAGE              SECTION.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

      *----------------------------------------------------------------*
      *                 DEFINICAO DAS VARIAVEIS HOST                   *
      *----------------------------------------------------------------*
      *
      *--* LINHA DE CONTROLE (FC_CTRL_EXECUCAO)
      *
       77  WCTL-NOM-PROGRAMA           PIC X(08).
       77  WCTL-DTH-REFERENCIA         PIC X(10).
       77  WCTL-DTH-INICIO             PIC X(26).
       77  VIND-DTH-FIM                PIC S9(004) VALUE +0  COMP.
       77  WCTL-COD-MODO               PIC X(01).
       77  WCTL-STA-EXECUCAO           PIC X(01).
       77  WCTL-COD-RETORNO            PIC S9(004) VALUE +0  COMP.
       77  WCTL-QTD-LIDOS              PIC S9(009) VALUE +0  COMP.
       77  WCTL-QTD-GRAVADOS           PIC S9(009) VALUE +0  COMP.
       77  WCTL-QTD-REJEITADOS         PIC S9(009) VALUE +0  COMP.
       77  WCTL-DES-OBSERVACAO         PIC X(80).
      *
      *--* ULTIMA EXECUCAO DO PROGRAMA DE PRE-REQUISITO
      *
       77  WCTL-PRE-PROGRAMA           PIC X(08).
       77  WCTL-PRE-STA                PIC X(01).
       77  WCTL-PRE-MODO               PIC X(01).
       77  WCTL-PRE-RETORNO            PIC S9(004) VALUE +0  COMP.
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
           05 WS-RECUSA                     PIC 9(01) VALUE ZERO.
           05 WS-ACHOU-PRE                  PIC 9(01) VALUE ZERO.
      *
           05 WS-MSG-RECUSA                 PIC X(80) VALUE SPACES.
      *
      *--* AREA DE DISPLAY DE ERRO SQL
      *
           05        WABEND.
             10      FILLER              PIC  X(008) VALUE
                    'LT2101S '.
             10      FILLER              PIC  X(025) VALUE
                    '*** ERRO EXEC SQL NUMERO '.
             10      WNR-EXEC-SQL        PIC  X(004) VALUE '0000'.
             10      FILLER              PIC  X(013) VALUE
                    ' *** SQLCODE '.
             10      WSQLCODE            PIC  ZZZZZ999- VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       LINKAGE                      SECTION.
      *-------------------------------------
      *
       01 LK-AREA-CTRL.
           05 LK-CTRL-FUNCAO    PIC X(01).
           05 LK-CTRL-PROGRAMA  PIC X(08).
           05 LK-CTRL-MODO      PIC X(01).
           05 LK-CTRL-LIBERA    PIC X(01).
           05 LK-CTRL-DATA-REF  PIC X(10).
           05 LK-CTRL-DTH-INICIO PIC X(26).
           05 LK-CTRL-RC-PROGRAMA PIC S9(04)    COMP.
           05 LK-CTRL-QTD-LIDOS PIC S9(09)      COMP.
           05 LK-CTRL-QTD-GRAVADOS PIC S9(09)   COMP.
           05 LK-CTRL-QTD-REJEITADOS PIC S9(09) COMP.
           05 LK-CTRL-COD-RETORNO PIC S9(04)    COMP.
           05 LK-CTRL-MENSAGEM  PIC X(80).
      *
      *
       PROCEDURE DIVISION USING LK-AREA-CTRL.
      *-------------------
      *
           EXEC SQL WHENEVER SQLWARNING CONTINUE  END-EXEC.
      *
           EXEC SQL WHENEVER SQLERROR   CONTINUE  END-EXEC.
      *
           EXEC SQL WHENEVER NOT FOUND  CONTINUE  END-EXEC.
      *
           MOVE  ZEROS             TO  LK-CTRL-COD-RETORNO.
           MOVE  LK-CTRL-PROGRAMA  TO  WCTL-NOM-PROGRAMA.
      *
           IF LK-CTRL-FUNCAO  EQUAL  'I'
              PERFORM  R1000-REGISTRA-INICIO
           ELSE
           IF LK-CTRL-FUNCAO  EQUAL  'R'
              PERFORM  R1500-REGISTRA-RECUSA
           ELSE
           IF LK-CTRL-FUNCAO  EQUAL  'F'
              PERFORM  R5000-REGISTRA-FIM
           ELSE
              MOVE  99  TO  LK-CTRL-COD-RETORNO
              MOVE 'LT2101S - FUNCAO INVALIDA'  TO  LK-CTRL-MENSAGEM.
      *
           MOVE  ZEROS  TO  RETURN-CODE.
      *
           GOBACK.
      *
       R0000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    INICIO DA EXECUCAO: DATA DE REFERENCIA, PRE-REQUISITOS E
      *    GRAVACAO DA LINHA EM EXECUCAO (OU RECUSADA).
      *-----------------------------------------------------------------
       R1000-REGISTRA-INICIO                                    SECTION.
      *-----------------------------------------------------------------
      *
           PERFORM  R1100-OBTEM-DATAS.
      *
           MOVE  ZERO    TO  WS-RECUSA.
           MOVE  SPACES  TO  WS-MSG-RECUSA
                             WCTL-DES-OBSERVACAO.
      *
           PERFORM  R2000-VERIFICA-PREREQ.
      *
           IF WS-RECUSA  EQUAL  1  AND
              LK-CTRL-LIBERA  EQUAL  'L'
              MOVE  ZERO  TO  WS-RECUSA
              MOVE 'EXECUTADO COM LIBERACAO MANUAL DO PRE-REQUISITO'
                                  TO  WCTL-DES-OBSERVACAO
              DISPLAY 'LT2101S - PRE-REQUISITO LIBERADO: '
                       WS-MSG-RECUSA.
      *
           IF WS-RECUSA  EQUAL  1
              MOVE  WS-MSG-RECUSA  TO  LK-CTRL-MENSAGEM
              PERFORM  R1500-REGISTRA-RECUSA
              GO  TO  R1000-SAIDA.
      *
           MOVE  'E'    TO  WCTL-STA-EXECUCAO.
           MOVE  ZEROS  TO  WCTL-COD-RETORNO.
      *
           PERFORM  R4000-INSERE-CONTROLE.
      *
           MOVE  SPACES  TO  LK-CTRL-MENSAGEM.
      *
       R1000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    DATA DE REFERENCIA (DTMOVABE) E TIMESTAMP DE INICIO, QUE
      *    VOLTAM AO CHAMADOR PARA A CHAMADA DE FIM.
      *-----------------------------------------------------------------
       R1100-OBTEM-DATAS                                        SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '1100'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL
             SELECT  DTMOVABE,
                     CHAR(CURRENT TIMESTAMP)
               INTO :WCTL-DTH-REFERENCIA,
                    :WCTL-DTH-INICIO
               FROM  SEGUROS.V0SISTEMA
              WHERE  IDSISTEM  =  'LT'
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R1100-ERRO SELECT V0SISTEMA'
              GO  TO  R9999-ROT-ERRO.
      *
           MOVE  WCTL-DTH-REFERENCIA  TO  LK-CTRL-DATA-REF.
           MOVE  WCTL-DTH-INICIO      TO  LK-CTRL-DTH-INICIO.
      *
       R1100-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    GRAVA A LINHA DE EXECUCAO RECUSADA ('R', RC 12) COM O MOTIVO
      *    EM LK-CTRL-MENSAGEM. NA FUNCAO 'R' AS DATAS AINDA NAO FORAM
      *    OBTIDAS.
      *-----------------------------------------------------------------
       R1500-REGISTRA-RECUSA                                    SECTION.
      *-----------------------------------------------------------------
      *
           IF LK-CTRL-FUNCAO  EQUAL  'R'
              PERFORM  R1100-OBTEM-DATAS.
      *
           MOVE  'R'               TO  WCTL-STA-EXECUCAO.
           MOVE  12                TO  WCTL-COD-RETORNO.
           MOVE  LK-CTRL-MENSAGEM  TO  WCTL-DES-OBSERVACAO.
      *
           PERFORM  R4000-INSERE-CONTROLE.
      *
           MOVE  12  TO  LK-CTRL-COD-RETORNO.
      *
       R1500-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    PRE-REQUISITOS POR PROGRAMA. LIGA WS-RECUSA E MONTA O
      *    MOTIVO EM WS-MSG-RECUSA.
      *-----------------------------------------------------------------
       R2000-VERIFICA-PREREQ                                    SECTION.
      *-----------------------------------------------------------------
      *
      *    LT2000B EM MODO NORMAL DEPOIS DE UMA SIMULACAO NA MESMA DATA
      *
           IF WCTL-NOM-PROGRAMA  EQUAL  'LT2000B'
              IF LK-CTRL-MODO  EQUAL  'N'
                 MOVE  'LT2000B'  TO  WCTL-PRE-PROGRAMA
                 PERFORM  R3000-ULTIMA-DA-DATA
                 IF WS-ACHOU-PRE   EQUAL  1    AND
                    WCTL-PRE-MODO  EQUAL  'S'
                    MOVE  1  TO  WS-RECUSA
                    MOVE 'ULTIMA EXECUCAO DO LT2000B NA DATA FOI SIMULA
      -                  'CAO - CONFIRME COM L NA COL 21 DO LT2000M'
                                        TO  WS-MSG-RECUSA.
      *
      *    LT2002B SO DEPOIS DO LT2000B DA DATA
      *
           IF WCTL-NOM-PROGRAMA  EQUAL  'LT2002B'
              MOVE  'LT2000B'  TO  WCTL-PRE-PROGRAMA
              PERFORM  R3000-ULTIMA-DA-DATA
              IF WS-ACHOU-PRE       EQUAL  0    OR
                 WCTL-PRE-STA       NOT EQUAL  'F'  OR
                 WCTL-PRE-RETORNO   GREATER  4  OR
                 WCTL-PRE-MODO      EQUAL  'S'
                 MOVE  1  TO  WS-RECUSA
                 MOVE 'LT2000B NAO FINALIZADO NA DATA (RC ATE 04, FORA
      -               ' DE SIMULACAO)'  TO  WS-MSG-RECUSA.
      *
      *    LT2003B SO DEPOIS DO LT2002B DA DATA
      *
           IF WCTL-NOM-PROGRAMA  EQUAL  'LT2003B'
              MOVE  'LT2002B'  TO  WCTL-PRE-PROGRAMA
              PERFORM  R3000-ULTIMA-DA-DATA
              IF WS-ACHOU-PRE       EQUAL  0    OR
                 WCTL-PRE-STA       NOT EQUAL  'F'  OR
                 WCTL-PRE-RETORNO   GREATER  4
                 MOVE  1  TO  WS-RECUSA
                 MOVE 'LT2002B NAO FINALIZADO NA DATA (RC ATE 04) - CO
      -               'NCILIACAO ANTECIPADA'  TO  WS-MSG-RECUSA.
      *
      *    RELATORIOS, EXTRATO, EXPURGO E ANONIMIZACAO LGPD NAO RODAM
      *    COM O CADASTRO EM CARGA OU COM O LT2000B ABENDADO
      *
           IF WCTL-NOM-PROGRAMA  EQUAL  'LT2004B'  OR
              WCTL-NOM-PROGRAMA  EQUAL  'LT2005B'  OR
              WCTL-NOM-PROGRAMA  EQUAL  'LT2006B'  OR
              WCTL-NOM-PROGRAMA  EQUAL  'LT2007B'  OR
              WCTL-NOM-PROGRAMA  EQUAL  'LT2016B'
              MOVE  'LT2000B'  TO  WCTL-PRE-PROGRAMA
              PERFORM  R3100-ULTIMA-GERAL
              IF WS-ACHOU-PRE  EQUAL  1  AND
                (WCTL-PRE-STA  EQUAL  'E'  OR
                 WCTL-PRE-STA  EQUAL  'A')
                 MOVE  1  TO  WS-RECUSA
                 MOVE 'ULTIMA EXECUCAO DO LT2000B EM ANDAMENTO OU ABEN
      -               'DADA - CADASTRO INCOMPLETO'  TO  WS-MSG-RECUSA.
      *
       R2000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    ULTIMA EXECUCAO NAO RECUSADA DO PROGRAMA DE PRE-REQUISITO
      *    NA DATA DE REFERENCIA. A CONCILIACAO MENSAL DO LT2000B
      *    (MODO 'C') NAO CARREGA O CADASTRO E NAO CONTA COMO EXECUCAO
      *    DO LT2000B.
      *-----------------------------------------------------------------
       R3000-ULTIMA-DA-DATA                                     SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '3000'  TO  WNR-EXEC-SQL.
           MOVE  ZERO    TO  WS-ACHOU-PRE.
      *
           EXEC SQL
             SELECT  STA_EXECUCAO,
                     COD_MODO,
                     COD_RETORNO
               INTO :WCTL-PRE-STA,
                    :WCTL-PRE-MODO,
                    :WCTL-PRE-RETORNO
               FROM  FDRCAP.FC_CTRL_EXECUCAO
              WHERE  NOM_PROGRAMA    =  :WCTL-PRE-PROGRAMA
                AND  DTH_REFERENCIA  =  :WCTL-DTH-REFERENCIA
                AND  STA_EXECUCAO    <> 'R'
                AND (COD_MODO        <> 'C'  OR
                     NOM_PROGRAMA    <> 'LT2000B')
              ORDER  BY DTH_INICIO DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.
      *
           IF SQLCODE  EQUAL  100
              GO  TO  R3000-SAIDA.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R3000-ERRO SELECT FC_CTRL_EXECUCAO'
              GO  TO  R9999-ROT-ERRO.
      *
           MOVE  1  TO  WS-ACHOU-PRE.
      *
       R3000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    ULTIMA EXECUCAO NAO RECUSADA DO PROGRAMA DE PRE-REQUISITO,
      *    EM QUALQUER DATA, SEM A CONCILIACAO MENSAL DO LT2000B
      *    (MODO 'C').
      *-----------------------------------------------------------------
       R3100-ULTIMA-GERAL                                       SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '3100'  TO  WNR-EXEC-SQL.
           MOVE  ZERO    TO  WS-ACHOU-PRE.
      *
           EXEC SQL
             SELECT  STA_EXECUCAO,
                     COD_MODO,
                     COD_RETORNO
               INTO :WCTL-PRE-STA,
                    :WCTL-PRE-MODO,
                    :WCTL-PRE-RETORNO
               FROM  FDRCAP.FC_CTRL_EXECUCAO
              WHERE  NOM_PROGRAMA    =  :WCTL-PRE-PROGRAMA
                AND  STA_EXECUCAO    <> 'R'
                AND (COD_MODO        <> 'C'  OR
                     NOM_PROGRAMA    <> 'LT2000B')
              ORDER  BY DTH_INICIO DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.
      *
           IF SQLCODE  EQUAL  100
              GO  TO  R3100-SAIDA.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R3100-ERRO SELECT FC_CTRL_EXECUCAO'
              GO  TO  R9999-ROT-ERRO.
      *
           MOVE  1  TO  WS-ACHOU-PRE.
      *
       R3100-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    GRAVA A LINHA DE CONTROLE ('E' OU 'R') E EFETIVA.
      *-----------------------------------------------------------------
       R4000-INSERE-CONTROLE                                    SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '4000'  TO  WNR-EXEC-SQL.
      *
           MOVE  LK-CTRL-MODO  TO  WCTL-COD-MODO.
      *
      *    LINHA RECUSADA JA NASCE ENCERRADA (FIM = INICIO); EM
      *    EXECUCAO FICA COM O FIM NULO ATE A FUNCAO 'F'.
      *
           IF WCTL-STA-EXECUCAO  EQUAL  'R'
              MOVE  ZEROS  TO  VIND-DTH-FIM
           ELSE
              MOVE  -1     TO  VIND-DTH-FIM.
           MOVE  ZEROS         TO  WCTL-QTD-LIDOS
                                   WCTL-QTD-GRAVADOS
                                   WCTL-QTD-REJEITADOS.
      *
           EXEC SQL
             INSERT INTO FDRCAP.FC_CTRL_EXECUCAO
                    (NOM_PROGRAMA,
                     DTH_REFERENCIA,
                     DTH_INICIO,
                     DTH_FIM,
                     COD_MODO,
                     STA_EXECUCAO,
                     COD_RETORNO,
                     QTD_LIDOS,
                     QTD_GRAVADOS,
                     QTD_REJEITADOS,
                     DES_OBSERVACAO)
             VALUES (:WCTL-NOM-PROGRAMA,
                     :WCTL-DTH-REFERENCIA,
                     :WCTL-DTH-INICIO,
                     :WCTL-DTH-INICIO:VIND-DTH-FIM,
                     :WCTL-COD-MODO,
                     :WCTL-STA-EXECUCAO,
                     :WCTL-COD-RETORNO,
                     :WCTL-QTD-LIDOS,
                     :WCTL-QTD-GRAVADOS,
                     :WCTL-QTD-REJEITADOS,
                     :WCTL-DES-OBSERVACAO)
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R4000-ERRO INSERT FC_CTRL_EXECUCAO'
              GO  TO  R9999-ROT-ERRO.
      *
           EXEC SQL      COMMIT            WORK         END-EXEC.
      *
       R4000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    FIM DA EXECUCAO: RETURN-CODE, QUANTIDADES E SITUACAO FINAL
      *    NA LINHA GRAVADA PELA FUNCAO 'I'. SEM INICIO REGISTRADO
      *    (ERRO ANTES DA CHAMADA 'I') NAO HA O QUE ATUALIZAR.
      *-----------------------------------------------------------------
       R5000-REGISTRA-FIM                                       SECTION.
      *-----------------------------------------------------------------
      *
           IF LK-CTRL-DTH-INICIO  EQUAL  SPACES
              GO  TO  R5000-SAIDA.
      *
           MOVE  '5000'  TO  WNR-EXEC-SQL.
      *
           MOVE  LK-CTRL-DTH-INICIO      TO  WCTL-DTH-INICIO.
           MOVE  LK-CTRL-RC-PROGRAMA     TO  WCTL-COD-RETORNO.
           MOVE  LK-CTRL-QTD-LIDOS       TO  WCTL-QTD-LIDOS.
           MOVE  LK-CTRL-QTD-GRAVADOS    TO  WCTL-QTD-GRAVADOS.
           MOVE  LK-CTRL-QTD-REJEITADOS  TO  WCTL-QTD-REJEITADOS.
      *
           IF LK-CTRL-RC-PROGRAMA  GREATER  15
              MOVE  'A'  TO  WCTL-STA-EXECUCAO
           ELSE
              MOVE  'F'  TO  WCTL-STA-EXECUCAO.
      *
           EXEC SQL
             UPDATE  FDRCAP.FC_CTRL_EXECUCAO
                SET  DTH_FIM         =  CURRENT TIMESTAMP,
                     STA_EXECUCAO    = :WCTL-STA-EXECUCAO,
                     COD_RETORNO     = :WCTL-COD-RETORNO,
                     QTD_LIDOS       = :WCTL-QTD-LIDOS,
                     QTD_GRAVADOS    = :WCTL-QTD-GRAVADOS,
                     QTD_REJEITADOS  = :WCTL-QTD-REJEITADOS
              WHERE  NOM_PROGRAMA    = :WCTL-NOM-PROGRAMA
                AND  DTH_INICIO      = :WCTL-DTH-INICIO
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R5000-ERRO UPDATE FC_CTRL_EXECUCAO'
              GO  TO  R9999-ROT-ERRO.
      *
           EXEC SQL      COMMIT            WORK         END-EXEC.
      *
       R5000-SAIDA. EXIT.
      *----------------------------------------------------------------*
      *                   ROTINA DE ERRO SQL                           *
      *    A SUBROTINA NAO ENCERRA O PASSO: DESFAZ A SUA UNIDADE DE    *
      *    TRABALHO E DEVOLVE 99 PARA O CHAMADOR DECIDIR.              *
      *----------------------------------------------------------------*
       R9999-ROT-ERRO             SECTION.
      *-------------------------------------
      *
           MOVE        SQLCODE           TO           WSQLCODE.
      *
           DISPLAY     WABEND
      *
           EXEC  SQL   WHENEVER        SQLWARNING     CONTINUE END-EXEC.
      *
           EXEC  SQL   ROLLBACK WORK                  END-EXEC.
      *
           MOVE        99            TO           LK-CTRL-COD-RETORNO.
           MOVE        WABEND          TO             LK-CTRL-MENSAGEM.
      *
           MOVE        ZEROS           TO             RETURN-CODE.
      *
           GOBACK.
      *
