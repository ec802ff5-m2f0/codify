       IDENTIFICATION               DIVISION.
      *--------------------------------------
       PROGRAM-ID.                  LT2015B.
      *----------------------------------------------------------------*
      *   SISTEMA ................  SISTEMA DE LOTERICO                *
      *   PROGRAMA ...............  LT2015B                            *
      *----------------------------------------------------------------*
      *   ANALISTA ...............                                     *
      *   PROGRAMADOR ............  MARTINS                            *
      *   DATA CODIFICACAO .......  OUTUBRO / 2026                     *
      *   VERSAO .................  15102026 17:00HS                   *
      *----------------------------------------------------------------*
      *   FUNCAO :   LGPD - RELATORIO DE DADOS PESSOAIS MANTIDOS PELO  *
      *              SISTEMA DE LOTERICO PARA UM TITULAR, IDENTIFICADO *
      *              PELO CNPJ OU PELO CODIGO CEF DA UNIDADE.          *
      *                                                                *
      *              PARA CADA ORIGEM SAO LISTADOS, REGISTRO A         *
      *              REGISTRO, OS CAMPOS PESSOAIS PREENCHIDOS E A      *
      *              DATA DO REGISTRO:                                 *
      *                                                                *
      *                FC_LOTERICO ......... CADASTRO ATUAL            *
      *                                      (DTH_GERACAO)             *
      *                FC_HIST_LOTERICO .... IMAGENS ANTERIORES        *
      *                                      (DTH_HISTORICO)           *
      *                LT_MOV_PROPOSTA ..... MOVIMENTOS DO SEGURO      *
      *                                      (DATA_MOVIMENTO)          *
      *                LT2000Q ............. QUARENTENA (LT2015Q, SEM  *
      *                                      DATA - SAI O NSR)         *
      *                LT2000E ............. RETORNO A CEF (LT2015E,   *
      *                                      DATA DO HEADER)           *
      *                FC_LOG_ANONIMIZACAO . ANONIMIZACOES JA FEITAS   *
      *                                      PELO LT2016B              *
      *                                                                *
      *              AS GERACOES DE QUARENTENA E DE RETORNO A          *
      *              CONSULTAR SAO CONCATENADAS NO JCL (LT2015Q E      *
      *              LT2015E); DD DUMMY DISPENSA A ORIGEM.             *
      *                                                                *
      *              NAO SAO LISTADOS OS DADOS DO CONSULTOR CAIXA,     *
      *              QUE NAO E O TITULAR.                              *
      *                                                                *
      *              NENHUM DADO ENCONTRADO ENCERRA COM RETURN-CODE    *
      *              04 (CONFERIR A CHAVE INFORMADA).                  *
      *                                                                *
      *              SOMENTE LEITURA: NENHUMA TABELA E ATUALIZADA.     *
      *----------------------------------------------------------------*
      *   CARTAO-PARAMETRO (LT2015M):                                  *
      *     COL  01    - TIPO DA CHAVE: 'C' = CNPJ                     *
      *                                 'L' = CODIGO CEF COM DV        *
      *     COLS 03-17 - CHAVE, NUMERICA, ALINHADA A DIREITA COM       *
      *                  ZEROS (CNPJ COM 15 POSICOES, COMO NO SIGEL)   *
      *     COLS 19-38 - NUMERO DO PROTOCOLO DA SOLICITACAO (OPCIONAL, *
      *                  SAI NO CABECALHO)                             *
      *                                                                *
      *     CARTAO AUSENTE OU INVALIDO ENCERRA COM RETURN-CODE 99.     *
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
                       ASSIGN      TO    LT2015M.
      *
           SELECT      WQUAREN
                       ASSIGN      TO    LT2015Q.
      *
           SELECT      WRETCEF
                       ASSIGN      TO    LT2015E.
      *
           SELECT      RLT2015B
                       ASSIGN      TO    RLT2015B.
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
      *    QUARENTENA DO LT2000B (LT2000Q), GERACOES CONCATENADAS
      *
       FD  WQUAREN
           RECORD    720
           BLOCK       0
           RECORDING MODE IS F
           LABEL RECORD IS OMITTED.
      *
       01  REG-QUAREN               PIC X(720).
      *
      *    RETORNO A CEF DO LT2000B (LT2000E), GERACOES CONCATENADAS
      *
       FD  WRETCEF
           RECORD    700
           BLOCK       0
           RECORDING MODE IS F
           LABEL RECORD IS OMITTED.
      *
       01  REG-RETCEF               PIC X(700).
      *
       FD  RLT2015B
           RECORDING MODE  F
           LABEL RECORD IS OMITTED.
      *
       01  REG-RLT2015B.
           05 REG-LINHA                     PIC X(132).
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE              SECTION.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

      *----------------------------------------------------------------*
      *                 DEFINICAO DAS VARIAVEIS HOST                   *
      *----------------------------------------------------------------*
      *
      *--* CHAVE DO TITULAR
      *
       77  WLGP-TIPO                   PIC X(01).
       77  WLGP-NUM-LOTERICO           PIC S9(009) VALUE +0  COMP.
       77  WLGP-COD-CGC                PIC X(15).
      *
      *--* DATA DO REGISTRO LIDO
      *
       77  WLGP-DATA                   PIC X(10).
      *
      *--* LOG DE ANONIMIZACAO (FC_LOG_ANONIMIZACAO)
      *
       77  WLOG-NUM-LOTERICO           PIC S9(009) VALUE +0  COMP.
       77  WLOG-NOM-ORIGEM             PIC X(20).
       77  WLOG-DTH-ANONIMIZACAO       PIC X(19).
       77  WLOG-QTD-REGISTROS          PIC S9(009) VALUE +0  COMP.
       77  WLOG-DES-CAMPOS             PIC X(80).
      *
      *----------------------------------------------------------------*
           EXEC SQL END DECLARE SECTION END-EXEC.
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE FCLOTERI   END-EXEC.
           EXEC SQL INCLUDE FCHISLOT   END-EXEC.
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
           05 WS-AC-CADASTRO                PIC 9(07) VALUE ZEROS.
           05 WS-AC-HISTORICO               PIC 9(07) VALUE ZEROS.
           05 WS-AC-MOVIMENTO               PIC 9(07) VALUE ZEROS.
           05 WS-AC-QUA-LIDOS               PIC 9(07) VALUE ZEROS.
           05 WS-AC-QUARENTENA              PIC 9(07) VALUE ZEROS.
           05 WS-AC-RET-LIDOS               PIC 9(07) VALUE ZEROS.
           05 WS-AC-RETORNO                 PIC 9(07) VALUE ZEROS.
           05 WS-AC-ANONIMIZACAO            PIC 9(07) VALUE ZEROS.
           05 WS-AC-ENCONTRADOS             PIC 9(07) VALUE ZEROS.
      *
           05 WS-FIM-ARQUIVO                PIC 9(01) VALUE ZERO.
           05 WS-PRIMEIRA-LINHA             PIC 9(01) VALUE ZERO.
           05 WS-QUEBROU-PAGINA             PIC 9(01) VALUE ZERO.
      *
           05 WPARM-CARTAO.
              10 WPARM-TIPO                 PIC X(01).
              10 FILLER                     PIC X(01).
              10 WPARM-CHAVE                PIC X(15).
              10 WPARM-CHAVE-N REDEFINES
                 WPARM-CHAVE                PIC 9(15).
              10 FILLER                     PIC X(01).
              10 WPARM-PROTOCOLO            PIC X(20).
              10 FILLER                     PIC X(42).
      *
      *--* CHAVE NOS FORMATOS DO ARQUIVO DO SIGEL (CAD-CODIGO-CEF E
      *--* CAD-CGC), PARA A COMPARACAO COM QUARENTENA E RETORNO
      *
           05 WS-CHAVE-CGC                  PIC 9(15) VALUE ZEROS.
           05 WS-CHAVE-CGC-X REDEFINES
              WS-CHAVE-CGC                  PIC X(15).
           05 WS-CHAVE-CEF                  PIC 9(09) VALUE ZEROS.
           05 WS-CHAVE-CEF-X REDEFINES
              WS-CHAVE-CEF                  PIC X(09).
           05 WS-CHAVE-CEF-R REDEFINES
              WS-CHAVE-CEF.
              10 WS-CHAVE-COD-CEF           PIC 9(08).
              10 WS-CHAVE-DV-CEF            PIC 9(01).
      *
      *--* CODIGO CEF DA UNIDADE NO RELATORIO (99999999-9)
      *
           05 WS-ED-LOTERICO.
              10 WS-ED-LOT-NUM              PIC 9(08) VALUE ZEROS.
              10 WS-ED-LOT-TRACO            PIC X(01) VALUE '-'.
              10 WS-ED-LOT-DV               PIC X(01) VALUE SPACES.
      *
           05 WS-NUM-CEF                    PIC 9(09) VALUE ZEROS.
           05 WS-NUM-CEF-R REDEFINES
              WS-NUM-CEF.
              10 WS-NUM-COD-CEF             PIC 9(08).
              10 WS-NUM-DV-CEF              PIC 9(01).
      *
      *--* AREA COMUM DOS DADOS PESSOAIS DE UM REGISTRO, CARREGADA
      *--* POR TODAS AS ORIGENS E LISTADA PELO R7700
      *
           05 WPES-DADOS.
              10 WPES-RAZAO-SOCIAL          PIC X(40).
              10 WPES-NOME-FANTASIA         PIC X(30).
              10 WPES-CGC                   PIC X(15).
              10 WPES-INSCR-ESTAD           PIC X(15).
              10 WPES-INSCR-MUNIC           PIC X(15).
              10 WPES-CONTATO1              PIC X(20).
              10 WPES-CONTATO2              PIC X(20).
              10 WPES-TELEFONE              PIC X(16).
              10 WPES-FAX                   PIC X(16).
              10 WPES-EMAIL                 PIC X(50).
              10 WPES-ENDERECO.
                 15 WPES-END                PIC X(41).
                 15 WPES-COMPL-END          PIC X(19).
              10 WPES-BAIRRO                PIC X(30).
              10 WPES-MUNICIPIO             PIC X(30).
              10 WPES-UF                    PIC X(02).
              10 WPES-CEP                   PIC X(09).
              10 WPES-CONTA-1               PIC X(40).
              10 WPES-CONTA-2               PIC X(40).
              10 WPES-CONTA-3               PIC X(40).
              10 WPES-DT-INCLUSAO           PIC X(10).
              10 WPES-DT-EXCLUSAO           PIC X(10).
      *
           05 WS-CAMPO-NOME                 PIC X(22) VALUE SPACES.
           05 WS-CAMPO-CONTEUDO             PIC X(60) VALUE SPACES.
      *
      *--* MONTAGEM DE CAMPOS NUMERICOS PARA O RELATORIO
      *
           05 WS-NUM-CEP                    PIC 9(08) VALUE ZEROS.
           05 WS-NUM-CEP-X REDEFINES
              WS-NUM-CEP                    PIC X(08).
           05 WS-NUM-CGC                    PIC 9(15) VALUE ZEROS.
           05 WS-NUM-CGC-X REDEFINES
              WS-NUM-CGC                    PIC X(15).
           05 WS-NUM-INSCR                  PIC 9(15) VALUE ZEROS.
           05 WS-NUM-INSCR-X REDEFINES
              WS-NUM-INSCR                  PIC X(15).
      *
           05 WS-ED-TELEFONE.
              10 WS-ED-TEL-DDD              PIC 9(04) VALUE ZEROS.
              10 FILLER                     PIC X(01) VALUE SPACES.
              10 WS-ED-TEL-NUM              PIC 9(09) VALUE ZEROS.
              10 FILLER                     PIC X(02) VALUE SPACES.
      *
           05 WS-ED-CONTA.
              10 WS-ED-CTA-TIPO             PIC X(07) VALUE SPACES.
              10 FILLER                     PIC X(07) VALUE ' BANCO '.
              10 WS-ED-CTA-BANCO            PIC 9(03) VALUE ZEROS.
              10 FILLER                     PIC X(05) VALUE ' AG. '.
              10 WS-ED-CTA-AGENCIA          PIC 9(05) VALUE ZEROS.
              10 FILLER                     PIC X(03) VALUE ' C/'.
              10 WS-ED-CTA-CONTA            PIC 9(17) VALUE ZEROS.
      *
           05 WS-ED-CONTA-MOV.
              10 FILLER                     PIC X(06) VALUE 'BANCO '.
              10 WS-ED-CMOV-BANCO           PIC 9(03) VALUE ZEROS.
              10 FILLER                     PIC X(05) VALUE ' AG. '.
              10 WS-ED-CMOV-AGENCIA         PIC 9(05) VALUE ZEROS.
              10 FILLER                     PIC X(03) VALUE ' C/'.
              10 WS-ED-CMOV-CONTA           PIC 9(12) VALUE ZEROS.
              10 FILLER                     PIC X(01) VALUE '-'.
              10 WS-ED-CMOV-DV              PIC X(01) VALUE SPACES.
              10 FILLER                     PIC X(04) VALUE SPACES.
      *
      *--* DATA AAAAMMDD DO ARQUIVO DO SIGEL EM AAAA-MM-DD
      *
           05 WS-DATA-SIGEL                 PIC 9(08) VALUE ZEROS.
           05 WS-DATA-SIGEL-R REDEFINES
              WS-DATA-SIGEL.
              10 WS-DSIG-AAAA               PIC 9(04).
              10 WS-DSIG-MM                 PIC 9(02).
              10 WS-DSIG-DD                 PIC 9(02).
      *
           05 WS-DATA-ISO.
              10 WS-DISO-AAAA               PIC 9(04) VALUE ZEROS.
              10 FILLER                     PIC X(01) VALUE '-'.
              10 WS-DISO-MM                 PIC 9(02) VALUE ZEROS.
              10 FILLER                     PIC X(01) VALUE '-'.
              10 WS-DISO-DD                 PIC 9(02) VALUE ZEROS.
      *
           05 WS-DATA-HEADER                PIC X(10) VALUE SPACES.
      *
           05 WS-ED-NSR.
              10 FILLER                     PIC X(04) VALUE 'NSR '.
              10 WS-ED-NSR-NUM              PIC 9(06) VALUE ZEROS.
      *
           05 WS-ED-QTD                     PIC ZZZ.ZZZ.ZZ9.
      *
      *--* REGISTRO DE QUARENTENA (LAYOUT DO LT2000B)
      *
           05 REG-QUARENTENA.
              10 QUA-NSR                     PIC 9(06).
              10 QUA-LOCAL                   PIC X(04).
              10 QUA-SQLCODE                 PIC ZZZZZ999-.
              10 FILLER                      PIC X(01).
              10 QUA-REGISTRO                PIC X(700).
      *
      *--* REGISTRO DE RETORNO A CEF (LAYOUT DO LT2000B)
      *
           05 REG-CAD-RETORNO.
              15 RET-DADOS                   PIC X(578).
              15 RET-NSR-ORIGEM              PIC 9(06).
              15 RET-COD-CRITICA OCCURS 27   PIC X(04).
              15 FILLER                      PIC X(02).
              15 RET-NSR                     PIC 9(06).
      *
      *--* REGISTRO DO ARQUIVO DE CADASTRO DO SIGEL (LAYOUT DO LT2000B)
      *
           05  REG-CAD-HEADER.
             15 CAD-TIPO-HEADERX              PIC X(001).
             15 CAD-COD-REMESSAX.
                20 CAD-REMESSA                PIC 9(001).
             15 CAD-EMPRESA                   PIC X(020).
             15 CAD-DATA-GERACAOX.
                20 CAD-DATA-GERACAO           PIC 9(008).
             15 FILLER                        PIC X(670).
      *
           05  REG-CAD-CADASTRO.
             15 CAD-TIPOX.
                20 CAD-TIPO                   PIC X(01).
             15 CAD-COD-CEFX.
                20 CAD-CODIGO-CEF             PIC 9(09).
                20 CAD-CODIGO-CEF-R REDEFINES CAD-CODIGO-CEF.
                   25 CAD-COD-CEF             PIC 9(08).
                   25 CAD-DV-CEF              PIC 9(01).
             15 CAD-RAZAO-SOCIAL              PIC X(40).
             15 CAD-NOME-FANTASIA             PIC X(30).
             15 CAD-ENDERECO.
                20 CAD-END                    PIC X(40).
                20 CAD-COMPL-END              PIC X(16).
             15 CAD-BAIRRO                    PIC X(20).
             15 CAD-COD-MUNICIPIO             PIC X(12).
             15 CAD-CIDADE                    PIC X(25).
             15 CAD-CEPX.
                20 CAD-CEP                    PIC 9(08).
                20 FILLER                     PIC X(01).
             15 CAD-UF                        PIC X(02).
             15 CAD-TELEFONE.
                20 CAD-DDD-FONE               PIC 9(04).
                20 CAD-FONE                   PIC 9(09).
             15 FILLER                        PIC X(03).
             15 CAD-CONTATO1                  PIC X(20).
             15 CAD-CONTATO2                  PIC X(20).
             15 CAD-CGCX.
                20 CAD-CGC                    PIC 9(15).
             15 CAD-INSC-MUNX.
                20 CAD-INSC-MUN               PIC 9(15).
             15 CAD-INSC-ESTX.
                20 CAD-INSC-EST               PIC 9(15).
             15 CAD-SITUACAOX.
                20 CAD-SITUACAO               PIC 9(01).
             15 CAD-DATA-INCLUSAOX.
                20 CAD-DATA-INCLUSAO          PIC 9(08).
             15 CAD-DATA-EXCLUSAOX.
                20 CAD-DATA-EXCLUSAO          PIC 9(08).
             15 CAD-NUM-LOT-ANTERIORX.
                20 CAD-NUM-LOT-ANTERIOR       PIC 9(10).
             15 CAD-COD-AG-MASTERX.
                20 CAD-COD-AG-MASTER          PIC 9(09).
             15 CAD-CAT-LOTERICOX.
                20 CAD-CAT-LOTERICO           PIC 9(02).
             15 CAD-COD-STATUSX.
                20 CAD-COD-STATUS             PIC 9(02).
             15 CAD-BANCO-DESC-CPMFX.
                20 CAD-BANCO-DESC-CPMF        PIC 9(09).
             15 CAD-AGEN-DESC-CPMFX.
                20 CAD-AGEN-DESC-CPMF         PIC 9(05).
             15 CAD-CONTA-DESC-CPMFX.
                20 CAD-CONTA-DESC-CPMF        PIC 9(17).
             15 CAD-BANCO-ISENTAX.
                20 CAD-BANCO-ISENTA           PIC 9(09).
             15 CAD-AGEN-ISENTAX.
                20 CAD-AGEN-ISENTA            PIC 9(05).
             15 CAD-CONTA-ISENTAX.
                20 CAD-CONTA-ISENTA           PIC 9(17).
             15 CAD-BANCO-CAUCAOX.
                20 CAD-BANCO-CAUCAO           PIC 9(09).
             15 CAD-AGEN-CAUCAOX.
                20 CAD-AGEN-CAUCAO            PIC 9(05).
             15 CAD-CONTA-CAUCAOX.
                20 CAD-CONTA-CAUCAO           PIC 9(17).
             15 CAD-NIVEL-COMISSAOX.
                20 CAD-NIVEL-COMISSAO         PIC 9(01).
             15 CAD-PV-SUBX.
                20 CAD-PV-SUB                 PIC 9(04).
             15 CAD-EN-SUBX.
                20 CAD-EN-SUB                 PIC 9(04).
             15 CAD-UNIDADE-SUBX.
                20 CAD-UNIDADE-SUB            PIC 9(04).
             15 CAD-MATR-CONSULTORX.
                20 CAD-MATR-CONSULTOR         PIC 9(07).
             15 CAD-NOME-CONSULTORX.
                20 CAD-NOME-CONSULTOR         PIC X(40).
             15 CAD-EMAILX.
                20 CAD-EMAIL                  PIC X(50).
             15 CAD-TIPO-GARANTIAX.
                20 CAD-TIPO-GARANTIA          PIC X(01).
             15 CAD-VALOR-GARANTIAX.
                20 CAD-VALOR-GARANTIA         PIC 9(07)V99.
             15 CAD-NUM-SEGURADORAX.
                20 CAD-NUM-SEGURADORA         PIC 9(03).
             15 CAD-BONUS-CKTX.
                20 CAD-BONUS-CKT              PIC 9(01).
             15 CAD-BONUS-ALARMEX.
                20 CAD-BONUS-ALARME           PIC 9(01).
             15 CAD-BONUS-COFREX.
                20 CAD-BONUS-COFRE            PIC 9(01).
             15 CAD-NUMERO-FAX.
                20 CAD-DDD-FAX                PIC 9(04).
                20 CAD-FAX                    PIC 9(09).
             15 CAD-RENOVAR                   PIC 9(01).
             15 FILLER                        PIC X(116).
             15 CAD-NSRX.
                20 CAD-NSR                    PIC 9(06).
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
              10 FILLER                     PIC X(43) VALUE 'LT2015B'.
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
                 '  LGPD - DADOS PESSOAIS MANTIDOS PARA O TITULAR'.
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
              10 FILLER                     PIC X(19) VALUE
                 'CHAVE DO TITULAR'.
              10 LP01-TIPO                  PIC X(14) VALUE SPACES.
              10 LP01-CHAVE                 PIC X(15) VALUE SPACES.
              10 FILLER                     PIC X(05) VALUE SPACES.
              10 FILLER                     PIC X(12) VALUE
                 'PROTOCOLO'.
              10 LP01-PROTOCOLO             PIC X(20) VALUE SPACES.
              10 FILLER                     PIC X(37) VALUE SPACES.
      *
      *--* DADOS PESSOAIS POR ORIGEM
      *
           05 LV00.
              10 FILLER                     PIC X(20) VALUE 'ORIGEM'.
              10 FILLER                     PIC X(12) VALUE 'LOTERICO'.
              10 FILLER                     PIC X(12) VALUE 'DATA'.
              10 FILLER                     PIC X(24) VALUE 'CAMPO'.
              10 FILLER                     PIC X(64) VALUE 'CONTEUDO'.
      *
           05 LV01.
              10 LV01-ORIGEM                PIC X(18) VALUE SPACES.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LV01-LOTERICO              PIC X(10) VALUE SPACES.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LV01-DATA                  PIC X(10) VALUE SPACES.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LV01-CAMPO                 PIC X(22) VALUE SPACES.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LV01-CONTEUDO              PIC X(60) VALUE SPACES.
              10 FILLER                     PIC X(04) VALUE SPACES.
      *
           05 WS-ORIGEM                     PIC X(18) VALUE SPACES.
           05 WS-DATA-REGISTRO              PIC X(10) VALUE SPACES.
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
                    'LT2015B '.
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
           PERFORM  R7510-MONTA-CABECALHO.
      *
           PERFORM  R1000-LISTA-CADASTRO.
      *
           PERFORM  R2000-LISTA-HISTORICO.
      *
           PERFORM  R3000-LISTA-MOVIMENTO.
      *
           PERFORM  R4000-LISTA-QUARENTENA.
      *
           PERFORM  R5000-LISTA-RETORNO.
      *
           PERFORM  R6000-LISTA-ANONIMIZACAO.
      *
           PERFORM  R8000-TOTAIS-FINAIS.
      *
           PERFORM  R9100-CLOSE-ARQUIVOS.
      *
           DISPLAY '              PROGRAMA - LT2015B                  '
           DISPLAY '                                                  '
           DISPLAY '                TERMINO NORMAL                    '
           DISPLAY '                                                  '
           DISPLAY '  FC_LOTERICO         - REGISTROS DO TITULAR .. ='
                               WS-AC-CADASTRO.
           DISPLAY '  FC_HIST_LOTERICO    - REGISTROS DO TITULAR .. ='
                               WS-AC-HISTORICO.
           DISPLAY '  LT_MOV_PROPOSTA     - REGISTROS DO TITULAR .. ='
                               WS-AC-MOVIMENTO.
           DISPLAY '  QUARENTENA          - REGISTROS DO TITULAR .. ='
                               WS-AC-QUARENTENA.
           DISPLAY '  RETORNO A CEF       - REGISTROS DO TITULAR .. ='
                               WS-AC-RETORNO.
           DISPLAY '  FC_LOG_ANONIMIZACAO - REGISTROS DO TITULAR .. ='
                               WS-AC-ANONIMIZACAO.
      *
           IF WS-AC-ENCONTRADOS  EQUAL  ZEROS
              DISPLAY 'LT2015B - NENHUM DADO ENCONTRADO PARA A CHAVE'
              MOVE       04                TO           RETURN-CODE
           ELSE
              MOVE       ZEROS             TO           RETURN-CODE.
      *
           STOP          RUN.
      *
       R0000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    LE O CARTAO-PARAMETRO (LT2015M) E MONTA A CHAVE DO TITULAR
      *    NOS FORMATOS DAS TABELAS E DO ARQUIVO DO SIGEL. SEM CARTAO
      *    OU COM CARTAO INVALIDO NAO HA O QUE PESQUISAR: RC 99.
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
           IF WPARM-TIPO  NOT EQUAL  'C'  AND
              WPARM-TIPO  NOT EQUAL  'L'
              GO  TO  R0080-INVALIDO.
      *
           IF WPARM-CHAVE  NOT NUMERIC
              GO  TO  R0080-INVALIDO.
      *
           IF WPARM-CHAVE-N  EQUAL  ZEROS
              GO  TO  R0080-INVALIDO.
      *
           IF WPARM-TIPO  EQUAL  'L'  AND
              WPARM-CHAVE-N  GREATER  999999999
              GO  TO  R0080-INVALIDO.
      *
           MOVE  WPARM-TIPO        TO  WLGP-TIPO.
      *
           IF WPARM-TIPO  EQUAL  'C'
              MOVE  WPARM-CHAVE-N  TO  WS-CHAVE-CGC
              MOVE  WS-CHAVE-CGC-X TO  WLGP-COD-CGC
              MOVE  ZEROS          TO  WLGP-NUM-LOTERICO
              MOVE  WS-CHAVE-CGC   TO  LTMVPROP-CGCCPF
              MOVE  ZEROS          TO  LTMVPROP-COD-EXT-SEGURADO
              MOVE 'CNPJ'          TO  LP01-TIPO
              MOVE  WS-CHAVE-CGC-X TO  LP01-CHAVE
           ELSE
              MOVE  WPARM-CHAVE-N  TO  WS-CHAVE-CEF
              MOVE  WS-CHAVE-COD-CEF TO  WLGP-NUM-LOTERICO
              MOVE  SPACES         TO  WLGP-COD-CGC
              MOVE  ZEROS          TO  LTMVPROP-CGCCPF
              MOVE  WS-CHAVE-CEF   TO  LTMVPROP-COD-EXT-SEGURADO
              MOVE 'CODIGO CEF'    TO  LP01-TIPO
              MOVE  WS-CHAVE-CEF-X TO  LP01-CHAVE.
      *
           MOVE  WPARM-PROTOCOLO   TO  LP01-PROTOCOLO.
      *
           DISPLAY 'LT2015B - TIPO DA CHAVE               = '
                    WLGP-TIPO.
           DISPLAY 'LT2015B - CHAVE DO TITULAR            = '
                    WPARM-CHAVE.
           DISPLAY 'LT2015B - PROTOCOLO                   = '
                    WPARM-PROTOCOLO.
      *
           GO  TO  R0080-SAIDA.
      *
       R0080-INVALIDO.
      *
           DISPLAY 'LT2015B - CARTAO LT2015M AUSENTE OU INVALIDO'
           DISPLAY 'LT2015B - CARTAO = ' WPARM-CARTAO
           PERFORM  R9100-CLOSE-ARQUIVOS
           MOVE        99              TO             RETURN-CODE
           STOP        RUN.
      *
       R0080-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    FC_LOTERICO: CADASTRO ATUAL DA UNIDADE (OU DAS UNIDADES DO
      *    CNPJ). A DATA DO REGISTRO E A DA ULTIMA REMESSA QUE O
      *    ALTEROU (DTH_GERACAO).
      *-----------------------------------------------------------------
       R1000-LISTA-CADASTRO                                     SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '1000'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL
             DECLARE  CCADASTRO  CURSOR FOR
             SELECT  NUM_LOTERICO,
                     VALUE(NUM_DV_LOTERICO,0),
                     VALUE(NOM_RAZAO_SOCIAL,' '),
                     VALUE(NOM_FANTASIA,' '),
                     VALUE(COD_CGC,' '),
                     VALUE(COD_INSCR_ESTAD,' '),
                     VALUE(COD_INSCR_MUNIC,' '),
                     VALUE(NOM_CONTATO1,' '),
                     VALUE(NOM_CONTATO2,' '),
                     VALUE(NUM_TELEFONE,' '),
                     VALUE(NUM_FAX,' '),
                     VALUE(DES_EMAIL,' '),
                     VALUE(DES_ENDERECO,' '),
                     VALUE(NOM_BAIRRO,' '),
                     VALUE(NOM_MUNICIPIO,' '),
                     VALUE(COD_UF,' '),
                     VALUE(NUM_CEP,0),
                     VALUE(DTH_INCLUSAO,DATE('9999-12-31')),
                     VALUE(DTH_EXCLUSAO,DATE('9999-12-31')),
                     VALUE(DTH_GERACAO,DATE('9999-12-31'))
               FROM  FDRCAP.FC_LOTERICO
              WHERE (:WLGP-TIPO  =  'L'  AND
                     NUM_LOTERICO  =  :WLGP-NUM-LOTERICO)
                 OR (:WLGP-TIPO  =  'C'  AND
                     COD_CGC       =  :WLGP-COD-CGC)
              ORDER  BY NUM_LOTERICO
           END-EXEC.
      *
           EXEC SQL
             OPEN  CCADASTRO
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R1000-ERRO OPEN CURSOR FC_LOTERICO'
              GO  TO  R9999-ROT-ERRO.
      *
       R1000-FETCH.
      *
           EXEC SQL
             FETCH  CCADASTRO
              INTO :FCLOTERI-NUM-LOTERICO,
                   :FCLOTERI-NUM-DV-LOTERICO,
                   :FCLOTERI-NOM-RAZAO-SOCIAL,
                   :FCLOTERI-NOM-FANTASIA,
                   :FCLOTERI-COD-CGC,
                   :FCLOTERI-COD-INSCR-ESTAD,
                   :FCLOTERI-COD-INSCR-MUNIC,
                   :FCLOTERI-NOM-CONTATO1,
                   :FCLOTERI-NOM-CONTATO2,
                   :FCLOTERI-NUM-TELEFONE,
                   :FCLOTERI-NUM-FAX,
                   :FCLOTERI-DES-EMAIL,
                   :FCLOTERI-DES-ENDERECO,
                   :FCLOTERI-NOM-BAIRRO,
                   :FCLOTERI-NOM-MUNICIPIO,
                   :FCLOTERI-COD-UF,
                   :FCLOTERI-NUM-CEP,
                   :FCLOTERI-DTH-INCLUSAO,
                   :FCLOTERI-DTH-EXCLUSAO,
                   :FCLOTERI-DTH-GERACAO
           END-EXEC.
      *
           IF SQLCODE  EQUAL  100
              GO  TO  R1000-FIM.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R1000-ERRO FETCH FC_LOTERICO'
              GO  TO  R9999-ROT-ERRO.
      *
           ADD   1  TO  WS-AC-CADASTRO
                        WS-AC-ENCONTRADOS.
      *
           MOVE  SPACES                      TO  WPES-DADOS.
           MOVE  FCLOTERI-NOM-RAZAO-SOCIAL   TO  WPES-RAZAO-SOCIAL.
           MOVE  FCLOTERI-NOM-FANTASIA       TO  WPES-NOME-FANTASIA.
           MOVE  FCLOTERI-COD-CGC            TO  WPES-CGC.
           MOVE  FCLOTERI-COD-INSCR-ESTAD    TO  WPES-INSCR-ESTAD.
           MOVE  FCLOTERI-COD-INSCR-MUNIC    TO  WPES-INSCR-MUNIC.
           MOVE  FCLOTERI-NOM-CONTATO1       TO  WPES-CONTATO1.
           MOVE  FCLOTERI-NOM-CONTATO2       TO  WPES-CONTATO2.
           IF FCLOTERI-NUM-TELEFONE  NOT EQUAL  '000000000000'
              MOVE  FCLOTERI-NUM-TELEFONE    TO  WPES-TELEFONE.
           IF FCLOTERI-NUM-FAX  NOT EQUAL  '000000000000'
              MOVE  FCLOTERI-NUM-FAX         TO  WPES-FAX.
           MOVE  FCLOTERI-DES-EMAIL          TO  WPES-EMAIL.
           MOVE  FCLOTERI-DES-ENDERECO       TO  WPES-ENDERECO.
           MOVE  FCLOTERI-NOM-BAIRRO         TO  WPES-BAIRRO.
           MOVE  FCLOTERI-NOM-MUNICIPIO      TO  WPES-MUNICIPIO.
           MOVE  FCLOTERI-COD-UF             TO  WPES-UF.
           MOVE  FCLOTERI-NUM-CEP            TO  WS-NUM-CEP.
           IF WS-NUM-CEP  GREATER  ZEROS
              MOVE  WS-NUM-CEP-X             TO  WPES-CEP.
           MOVE  FCLOTERI-DTH-INCLUSAO       TO  WPES-DT-INCLUSAO.
           MOVE  FCLOTERI-DTH-EXCLUSAO       TO  WPES-DT-EXCLUSAO.
      *
           MOVE 'FC_LOTERICO'                TO  WS-ORIGEM.
           MOVE  FCLOTERI-NUM-LOTERICO       TO  WS-ED-LOT-NUM.
           MOVE  FCLOTERI-NUM-DV-LOTERICO    TO  WS-NUM-DV-CEF.
           MOVE  WS-NUM-DV-CEF               TO  WS-ED-LOT-DV.
           MOVE  FCLOTERI-DTH-GERACAO        TO  WS-DATA-REGISTRO.
      *
           PERFORM  R7700-LISTA-DADOS.
      *
           GO  TO  R1000-FETCH.
      *
       R1000-FIM.
      *
           EXEC SQL
             CLOSE  CCADASTRO
           END-EXEC.
      *
       R1000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    FC_HIST_LOTERICO: IMAGENS ANTERIORES DO CADASTRO, UMA POR
      *    ALTERACAO, COM A DATA DA ALTERACAO (DTH_HISTORICO). A
      *    TABELA NAO GUARDA O DV DA UNIDADE.
      *-----------------------------------------------------------------
       R2000-LISTA-HISTORICO                                    SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '2000'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL
             DECLARE  CHISTORICO  CURSOR FOR
             SELECT  NUM_LOTERICO,
                     VALUE(NOM_RAZAO_SOCIAL,' '),
                     VALUE(NOM_FANTASIA,' '),
                     VALUE(COD_CGC,' '),
                     VALUE(COD_INSCR_ESTAD,' '),
                     VALUE(COD_INSCR_MUNIC,' '),
                     VALUE(NOM_CONTATO1,' '),
                     VALUE(NOM_CONTATO2,' '),
                     VALUE(NUM_TELEFONE,' '),
                     VALUE(NUM_FAX,' '),
                     VALUE(DES_EMAIL,' '),
                     VALUE(DES_ENDERECO,' '),
                     VALUE(NOM_BAIRRO,' '),
                     VALUE(NOM_MUNICIPIO,' '),
                     VALUE(COD_UF,' '),
                     VALUE(NUM_CEP,0),
                     VALUE(DTH_INCLUSAO,DATE('9999-12-31')),
                     VALUE(DTH_EXCLUSAO,DATE('9999-12-31')),
                     DATE(DTH_HISTORICO)
               FROM  FDRCAP.FC_HIST_LOTERICO
              WHERE (:WLGP-TIPO  =  'L'  AND
                     NUM_LOTERICO  =  :WLGP-NUM-LOTERICO)
                 OR (:WLGP-TIPO  =  'C'  AND
                     COD_CGC       =  :WLGP-COD-CGC)
              ORDER  BY NUM_LOTERICO, DTH_HISTORICO
           END-EXEC.
      *
           EXEC SQL
             OPEN  CHISTORICO
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R2000-ERRO OPEN CURSOR FC_HIST_LOTERICO'
              GO  TO  R9999-ROT-ERRO.
      *
       R2000-FETCH.
      *
           EXEC SQL
             FETCH  CHISTORICO
              INTO :FCHISLOT-NUM-LOTERICO,
                   :FCHISLOT-NOM-RAZAO-SOCIAL,
                   :FCHISLOT-NOM-FANTASIA,
                   :FCHISLOT-COD-CGC,
                   :FCHISLOT-COD-INSCR-ESTAD,
                   :FCHISLOT-COD-INSCR-MUNIC,
                   :FCHISLOT-NOM-CONTATO1,
                   :FCHISLOT-NOM-CONTATO2,
                   :FCHISLOT-NUM-TELEFONE,
                   :FCHISLOT-NUM-FAX,
                   :FCHISLOT-DES-EMAIL,
                   :FCHISLOT-DES-ENDERECO,
                   :FCHISLOT-NOM-BAIRRO,
                   :FCHISLOT-NOM-MUNICIPIO,
                   :FCHISLOT-COD-UF,
                   :FCHISLOT-NUM-CEP,
                   :FCHISLOT-DTH-INCLUSAO,
                   :FCHISLOT-DTH-EXCLUSAO,
                   :WLGP-DATA
           END-EXEC.
      *
           IF SQLCODE  EQUAL  100
              GO  TO  R2000-FIM.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R2000-ERRO FETCH FC_HIST_LOTERICO'
              GO  TO  R9999-ROT-ERRO.
      *
           ADD   1  TO  WS-AC-HISTORICO
                        WS-AC-ENCONTRADOS.
      *
           MOVE  SPACES                      TO  WPES-DADOS.
           MOVE  FCHISLOT-NOM-RAZAO-SOCIAL   TO  WPES-RAZAO-SOCIAL.
           MOVE  FCHISLOT-NOM-FANTASIA       TO  WPES-NOME-FANTASIA.
           MOVE  FCHISLOT-COD-CGC            TO  WPES-CGC.
           MOVE  FCHISLOT-COD-INSCR-ESTAD    TO  WPES-INSCR-ESTAD.
           MOVE  FCHISLOT-COD-INSCR-MUNIC    TO  WPES-INSCR-MUNIC.
           MOVE  FCHISLOT-NOM-CONTATO1       TO  WPES-CONTATO1.
           MOVE  FCHISLOT-NOM-CONTATO2       TO  WPES-CONTATO2.
           IF FCHISLOT-NUM-TELEFONE  NOT EQUAL  '000000000000'
              MOVE  FCHISLOT-NUM-TELEFONE    TO  WPES-TELEFONE.
           IF FCHISLOT-NUM-FAX  NOT EQUAL  '000000000000'
              MOVE  FCHISLOT-NUM-FAX         TO  WPES-FAX.
           MOVE  FCHISLOT-DES-EMAIL          TO  WPES-EMAIL.
           MOVE  FCHISLOT-DES-ENDERECO       TO  WPES-ENDERECO.
           MOVE  FCHISLOT-NOM-BAIRRO         TO  WPES-BAIRRO.
           MOVE  FCHISLOT-NOM-MUNICIPIO      TO  WPES-MUNICIPIO.
           MOVE  FCHISLOT-COD-UF             TO  WPES-UF.
           MOVE  FCHISLOT-NUM-CEP            TO  WS-NUM-CEP.
           IF WS-NUM-CEP  GREATER  ZEROS
              MOVE  WS-NUM-CEP-X             TO  WPES-CEP.
           MOVE  FCHISLOT-DTH-INCLUSAO       TO  WPES-DT-INCLUSAO.
           MOVE  FCHISLOT-DTH-EXCLUSAO       TO  WPES-DT-EXCLUSAO.
      *
           MOVE 'FC_HIST_LOTERICO'           TO  WS-ORIGEM.
           MOVE  FCHISLOT-NUM-LOTERICO       TO  WS-ED-LOT-NUM.
           MOVE  SPACES                      TO  WS-ED-LOT-DV.
           MOVE  WLGP-DATA                   TO  WS-DATA-REGISTRO.
      *
           PERFORM  R7700-LISTA-DADOS.
      *
           GO  TO  R2000-FETCH.
      *
       R2000-FIM.
      *
           EXEC SQL
             CLOSE  CHISTORICO
           END-EXEC.
      *
       R2000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    LT_MOV_PROPOSTA: MOVIMENTOS ENVIADOS AO SEGURO, COM A DATA
      *    DO MOVIMENTO. O SEGURADO E O CODIGO CEF COM DV
      *    (COD_EXT_SEGURADO) E O CNPJ ESTA EM CGCCPF.
      *-----------------------------------------------------------------
       R3000-LISTA-MOVIMENTO                                    SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '3000'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL
             DECLARE  CMOVIMENTO  CURSOR FOR
             SELECT  COD_EXT_SEGURADO,
                     DATA_MOVIMENTO,
                     VALUE(NOM_RAZAO_SOCIAL,' '),
                     VALUE(NOME_FANTASIA,' '),
                     VALUE(CGCCPF,0),
                     VALUE(ENDERECO,' '),
                     VALUE(COMPL_ENDER,' '),
                     VALUE(BAIRRO,' '),
                     VALUE(CIDADE,' '),
                     VALUE(SIGLA_UF,' '),
                     VALUE(CEP,0),
                     VALUE(DDD,0),
                     VALUE(NUM_FONE,0),
                     VALUE(NUM_FAX,0),
                     VALUE(EMAIL,' '),
                     VALUE(COD_BANCO,0),
                     VALUE(COD_AGENCIA,0),
                     VALUE(COD_CONTA,0),
                     VALUE(COD_DV_CONTA,' ')
               FROM  SEGUROS.LT_MOV_PROPOSTA
              WHERE (:WLGP-TIPO  =  'L'  AND
                     COD_EXT_SEGURADO  =  :LTMVPROP-COD-EXT-SEGURADO)
                 OR (:WLGP-TIPO  =  'C'  AND
                     CGCCPF            =  :LTMVPROP-CGCCPF)
              ORDER  BY COD_EXT_SEGURADO, DATA_MOVIMENTO,
                        HORA_MOVIMENTO
           END-EXEC.
      *
           EXEC SQL
             OPEN  CMOVIMENTO
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R3000-ERRO OPEN CURSOR LT_MOV_PROPOSTA'
              GO  TO  R9999-ROT-ERRO.
      *
       R3000-FETCH.
      *
           EXEC SQL
             FETCH  CMOVIMENTO
              INTO :LTMVPROP-COD-EXT-SEGURADO,
                   :LTMVPROP-DATA-MOVIMENTO,
                   :LTMVPROP-NOM-RAZAO-SOCIAL,
                   :LTMVPROP-NOME-FANTASIA,
                   :LTMVPROP-CGCCPF,
                   :LTMVPROP-ENDERECO,
                   :LTMVPROP-COMPL-ENDER,
                   :LTMVPROP-BAIRRO,
                   :LTMVPROP-CIDADE,
                   :LTMVPROP-SIGLA-UF,
                   :LTMVPROP-CEP,
                   :LTMVPROP-DDD,
                   :LTMVPROP-NUM-FONE,
                   :LTMVPROP-NUM-FAX,
                   :LTMVPROP-EMAIL,
                   :LTMVPROP-COD-BANCO,
                   :LTMVPROP-COD-AGENCIA,
                   :LTMVPROP-COD-CONTA,
                   :LTMVPROP-COD-DV-CONTA
           END-EXEC.
      *
           IF SQLCODE  EQUAL  100
              GO  TO  R3000-FIM.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R3000-ERRO FETCH LT_MOV_PROPOSTA'
              GO  TO  R9999-ROT-ERRO.
      *
           ADD   1  TO  WS-AC-MOVIMENTO
                        WS-AC-ENCONTRADOS.
      *
           MOVE  SPACES                      TO  WPES-DADOS.
           MOVE  LTMVPROP-NOM-RAZAO-SOCIAL   TO  WPES-RAZAO-SOCIAL.
           MOVE  LTMVPROP-NOME-FANTASIA      TO  WPES-NOME-FANTASIA.
           MOVE  LTMVPROP-CGCCPF             TO  WS-NUM-CGC.
           IF WS-NUM-CGC  GREATER  ZEROS
              MOVE  WS-NUM-CGC-X             TO  WPES-CGC.
           MOVE  LTMVPROP-ENDERECO           TO  WPES-END.
           MOVE  LTMVPROP-COMPL-ENDER        TO  WPES-COMPL-END.
           MOVE  LTMVPROP-BAIRRO             TO  WPES-BAIRRO.
           MOVE  LTMVPROP-CIDADE             TO  WPES-MUNICIPIO.
           MOVE  LTMVPROP-SIGLA-UF           TO  WPES-UF.
           MOVE  LTMVPROP-CEP                TO  WS-NUM-CEP.
           IF WS-NUM-CEP  GREATER  ZEROS
              MOVE  WS-NUM-CEP-X             TO  WPES-CEP.
           MOVE  LTMVPROP-DDD                TO  WS-ED-TEL-DDD.
           MOVE  LTMVPROP-NUM-FONE           TO  WS-ED-TEL-NUM.
           IF WS-ED-TEL-NUM  GREATER  ZEROS
              MOVE  WS-ED-TELEFONE           TO  WPES-TELEFONE.
           MOVE  LTMVPROP-NUM-FAX            TO  WS-ED-TEL-NUM.
           MOVE  ZEROS                       TO  WS-ED-TEL-DDD.
           IF WS-ED-TEL-NUM  GREATER  ZEROS
              MOVE  WS-ED-TEL-NUM            TO  WPES-FAX.
           MOVE  LTMVPROP-EMAIL              TO  WPES-EMAIL.
           MOVE  LTMVPROP-COD-BANCO          TO  WS-ED-CMOV-BANCO.
           MOVE  LTMVPROP-COD-AGENCIA        TO  WS-ED-CMOV-AGENCIA.
           MOVE  LTMVPROP-COD-CONTA          TO  WS-ED-CMOV-CONTA.
           MOVE  LTMVPROP-COD-DV-CONTA       TO  WS-ED-CMOV-DV.
           IF WS-ED-CMOV-CONTA  GREATER  ZEROS
              MOVE  WS-ED-CONTA-MOV          TO  WPES-CONTA-1.
      *
           MOVE 'LT_MOV_PROPOSTA'            TO  WS-ORIGEM.
           MOVE  LTMVPROP-COD-EXT-SEGURADO   TO  WS-NUM-CEF.
           MOVE  WS-NUM-COD-CEF              TO  WS-ED-LOT-NUM.
           MOVE  WS-NUM-DV-CEF               TO  WS-ED-LOT-DV.
           MOVE  LTMVPROP-DATA-MOVIMENTO     TO  WS-DATA-REGISTRO.
      *
           PERFORM  R7700-LISTA-DADOS.
      *
           GO  TO  R3000-FETCH.
      *
       R3000-FIM.
      *
           EXEC SQL
             CLOSE  CMOVIMENTO
           END-EXEC.
      *
       R3000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    QUARENTENA DO LT2000B (LT2015Q): REGISTROS DO SIGEL QUE
      *    FICARAM RETIDOS, NO LAYOUT ORIGINAL. O ARQUIVO NAO TEM DATA;
      *    SAI O NSR DO REGISTRO NA REMESSA.
      *-----------------------------------------------------------------
       R4000-LISTA-QUARENTENA                                   SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  ZERO  TO  WS-FIM-ARQUIVO.
      *
       R4000-LEITURA.
      *
           READ  WQUAREN  INTO  REG-QUARENTENA
               AT END
                  MOVE  1  TO  WS-FIM-ARQUIVO
           END-READ.
      *
           IF WS-FIM-ARQUIVO  EQUAL  1
              GO  TO  R4000-SAIDA.
      *
           ADD   1  TO  WS-AC-QUA-LIDOS.
      *
           MOVE  QUA-REGISTRO  TO  REG-CAD-CADASTRO.
      *
           IF WLGP-TIPO  EQUAL  'L'  AND
              CAD-COD-CEFX  NOT EQUAL  WS-CHAVE-CEF-X
              GO  TO  R4000-LEITURA.
      *
           IF WLGP-TIPO  EQUAL  'C'  AND
              CAD-CGCX  NOT EQUAL  WS-CHAVE-CGC-X
              GO  TO  R4000-LEITURA.
      *
           ADD   1  TO  WS-AC-QUARENTENA
                        WS-AC-ENCONTRADOS.
      *
           PERFORM  R7600-CARREGA-CAD.
      *
           MOVE 'QUARENTENA LT2000Q'         TO  WS-ORIGEM.
           MOVE  QUA-NSR                     TO  WS-ED-NSR-NUM.
           MOVE  WS-ED-NSR                   TO  WS-DATA-REGISTRO.
      *
           PERFORM  R7700-LISTA-DADOS.
      *
           GO  TO  R4000-LEITURA.
      *
       R4000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    RETORNO A CEF DO LT2000B (LT2015E): CADA GERACAO TEM HEADER
      *    'H' COM A DATA DA REMESSA, DETALHES E TRAILER 'T'. O
      *    DETALHE TRAZ OS DADOS DO REGISTRO DO SIGEL (RET-DADOS).
      *-----------------------------------------------------------------
       R5000-LISTA-RETORNO                                      SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  ZERO    TO  WS-FIM-ARQUIVO.
           MOVE  SPACES  TO  WS-DATA-HEADER.
      *
       R5000-LEITURA.
      *
           READ  WRETCEF  INTO  REG-CAD-RETORNO
               AT END
                  MOVE  1  TO  WS-FIM-ARQUIVO
           END-READ.
      *
           IF WS-FIM-ARQUIVO  EQUAL  1
              GO  TO  R5000-SAIDA.
      *
           ADD   1  TO  WS-AC-RET-LIDOS.
      *
           MOVE  REG-CAD-RETORNO  TO  REG-CAD-CADASTRO.
      *
           IF CAD-TIPO  EQUAL  'T'
              GO  TO  R5000-LEITURA.
      *
           IF CAD-TIPO  EQUAL  'H'
              MOVE  REG-CAD-RETORNO  TO  REG-CAD-HEADER
              MOVE  SPACES           TO  WS-DATA-HEADER
              IF CAD-DATA-GERACAOX  NUMERIC
                 MOVE  CAD-DATA-GERACAO  TO  WS-DATA-SIGEL
                 PERFORM  R7650-FORMATA-DATA
                 MOVE  WS-DATA-ISO       TO  WS-DATA-HEADER
              END-IF
              GO  TO  R5000-LEITURA.
      *
           MOVE  SPACES     TO  REG-CAD-CADASTRO.
           MOVE  RET-DADOS  TO  REG-CAD-CADASTRO.
      *
           IF WLGP-TIPO  EQUAL  'L'  AND
              CAD-COD-CEFX  NOT EQUAL  WS-CHAVE-CEF-X
              GO  TO  R5000-LEITURA.
      *
           IF WLGP-TIPO  EQUAL  'C'  AND
              CAD-CGCX  NOT EQUAL  WS-CHAVE-CGC-X
              GO  TO  R5000-LEITURA.
      *
           ADD   1  TO  WS-AC-RETORNO
                        WS-AC-ENCONTRADOS.
      *
           PERFORM  R7600-CARREGA-CAD.
      *
           MOVE 'RETORNO LT2000E'            TO  WS-ORIGEM.
           MOVE  WS-DATA-HEADER              TO  WS-DATA-REGISTRO.
      *
           PERFORM  R7700-LISTA-DADOS.
      *
           GO  TO  R5000-LEITURA.
      *
       R5000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    FC_LOG_ANONIMIZACAO: ANONIMIZACOES JA FEITAS PELO LT2016B
      *    NAS UNIDADES DO TITULAR (ORIGEM, DATA, QUANTIDADE DE
      *    REGISTROS E CAMPOS MASCARADOS). POR CNPJ, AS UNIDADES SAO
      *    AS DA FC_LOTERICO, QUE MANTEM O CNPJ APOS A ANONIMIZACAO.
      *-----------------------------------------------------------------
       R6000-LISTA-ANONIMIZACAO                                 SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '6000'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL
             DECLARE  CANONIMIZ  CURSOR FOR
             SELECT  A.NUM_LOTERICO,
                     A.NOM_ORIGEM,
                     SUBSTR(CHAR(A.DTH_ANONIMIZACAO), 1, 19),
                     A.QTD_REGISTROS,
                     A.DES_CAMPOS
               FROM  FDRCAP.FC_LOG_ANONIMIZACAO  A
              WHERE (:WLGP-TIPO  =  'L'  AND
                     A.NUM_LOTERICO  =  :WLGP-NUM-LOTERICO)
                 OR (:WLGP-TIPO  =  'C'  AND
                     A.NUM_LOTERICO  IN
                    (SELECT  L.NUM_LOTERICO
                       FROM  FDRCAP.FC_LOTERICO  L
                      WHERE  L.COD_CGC  =  :WLGP-COD-CGC))
              ORDER  BY A.NUM_LOTERICO, A.DTH_ANONIMIZACAO,
                        A.NOM_ORIGEM
           END-EXEC.
      *
           EXEC SQL
             OPEN  CANONIMIZ
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R6000-ERRO OPEN CURSOR FC_LOG_ANONIMIZACAO'
              GO  TO  R9999-ROT-ERRO.
      *
       R6000-FETCH.
      *
           EXEC SQL
             FETCH  CANONIMIZ
              INTO :WLOG-NUM-LOTERICO,
                   :WLOG-NOM-ORIGEM,
                   :WLOG-DTH-ANONIMIZACAO,
                   :WLOG-QTD-REGISTROS,
                   :WLOG-DES-CAMPOS
           END-EXEC.
      *
           IF SQLCODE  EQUAL  100
              GO  TO  R6000-FIM.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R6000-ERRO FETCH FC_LOG_ANONIMIZACAO'
              GO  TO  R9999-ROT-ERRO.
      *
           ADD   1  TO  WS-AC-ANONIMIZACAO.
      *
           MOVE 'ANONIMIZACAO'               TO  WS-ORIGEM.
           MOVE  WLOG-NUM-LOTERICO           TO  WS-ED-LOT-NUM.
           MOVE  SPACES                      TO  WS-ED-LOT-DV.
           MOVE  WLOG-DTH-ANONIMIZACAO       TO  WS-DATA-REGISTRO.
           MOVE  1                           TO  WS-PRIMEIRA-LINHA.
      *
           MOVE 'ORIGEM ANONIMIZADA'         TO  WS-CAMPO-NOME.
           MOVE  WLOG-NOM-ORIGEM             TO  WS-CAMPO-CONTEUDO.
           PERFORM  R7800-IMPRIME-CAMPO.
      *
           MOVE 'REGISTROS MASCARADOS'       TO  WS-CAMPO-NOME.
           MOVE  WLOG-QTD-REGISTROS          TO  WS-ED-QTD.
           MOVE  WS-ED-QTD                   TO  WS-CAMPO-CONTEUDO.
           PERFORM  R7800-IMPRIME-CAMPO.
      *
           MOVE 'CAMPOS MASCARADOS'          TO  WS-CAMPO-NOME.
           MOVE  WLOG-DES-CAMPOS             TO  WS-CAMPO-CONTEUDO.
           PERFORM  R7800-IMPRIME-CAMPO.
      *
           GO  TO  R6000-FETCH.
      *
       R6000-FIM.
      *
           EXEC SQL
             CLOSE  CANONIMIZ
           END-EXEC.
      *
       R6000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    CARREGA A AREA COMUM COM OS DADOS PESSOAIS DE UM REGISTRO
      *    DO ARQUIVO DO SIGEL (QUARENTENA OU RETORNO).
      *-----------------------------------------------------------------
       R7600-CARREGA-CAD                                        SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  SPACES                      TO  WPES-DADOS.
           MOVE  CAD-RAZAO-SOCIAL            TO  WPES-RAZAO-SOCIAL.
           MOVE  CAD-NOME-FANTASIA           TO  WPES-NOME-FANTASIA.
           MOVE  CAD-CGCX                    TO  WPES-CGC.
           MOVE  CAD-INSC-ESTX               TO  WPES-INSCR-ESTAD.
           MOVE  CAD-INSC-MUNX               TO  WPES-INSCR-MUNIC.
           MOVE  CAD-CONTATO1                TO  WPES-CONTATO1.
           MOVE  CAD-CONTATO2                TO  WPES-CONTATO2.
           MOVE  CAD-EMAIL                   TO  WPES-EMAIL.
           MOVE  CAD-ENDERECO                TO  WPES-ENDERECO.
           MOVE  CAD-BAIRRO                  TO  WPES-BAIRRO.
           MOVE  CAD-CIDADE                  TO  WPES-MUNICIPIO.
           MOVE  CAD-UF                      TO  WPES-UF.
      *
           IF CAD-CEP  NUMERIC
              IF CAD-CEP  GREATER  ZEROS
                 MOVE  CAD-CEPX              TO  WPES-CEP
              END-IF
           ELSE
              MOVE  CAD-CEPX                 TO  WPES-CEP.
      *
           IF CAD-TELEFONE  NUMERIC
              MOVE  CAD-DDD-FONE             TO  WS-ED-TEL-DDD
              MOVE  CAD-FONE                 TO  WS-ED-TEL-NUM
              IF WS-ED-TEL-NUM  GREATER  ZEROS
                 MOVE  WS-ED-TELEFONE        TO  WPES-TELEFONE
              END-IF
           ELSE
              MOVE  CAD-TELEFONE             TO  WPES-TELEFONE.
      *
           IF CAD-NUMERO-FAX  NUMERIC
              MOVE  CAD-DDD-FAX              TO  WS-ED-TEL-DDD
              MOVE  CAD-FAX                  TO  WS-ED-TEL-NUM
              IF WS-ED-TEL-NUM  GREATER  ZEROS
                 MOVE  WS-ED-TELEFONE        TO  WPES-FAX
              END-IF
           ELSE
              MOVE  CAD-NUMERO-FAX           TO  WPES-FAX.
      *
           IF CAD-CONTA-DESC-CPMFX  NUMERIC  AND
              CAD-CONTA-DESC-CPMF  GREATER  ZEROS
              MOVE 'CPMF'                    TO  WS-ED-CTA-TIPO
              MOVE  CAD-BANCO-DESC-CPMF      TO  WS-ED-CTA-BANCO
              MOVE  CAD-AGEN-DESC-CPMF       TO  WS-ED-CTA-AGENCIA
              MOVE  CAD-CONTA-DESC-CPMF      TO  WS-ED-CTA-CONTA
              MOVE  WS-ED-CONTA              TO  WPES-CONTA-1.
      *
           IF CAD-CONTA-ISENTAX  NUMERIC  AND
              CAD-CONTA-ISENTA  GREATER  ZEROS
              MOVE 'ISENTA'                  TO  WS-ED-CTA-TIPO
              MOVE  CAD-BANCO-ISENTA         TO  WS-ED-CTA-BANCO
              MOVE  CAD-AGEN-ISENTA          TO  WS-ED-CTA-AGENCIA
              MOVE  CAD-CONTA-ISENTA         TO  WS-ED-CTA-CONTA
              MOVE  WS-ED-CONTA              TO  WPES-CONTA-2.
      *
           IF CAD-CONTA-CAUCAOX  NUMERIC  AND
              CAD-CONTA-CAUCAO  GREATER  ZEROS
              MOVE 'CAUCAO'                  TO  WS-ED-CTA-TIPO
              MOVE  CAD-BANCO-CAUCAO         TO  WS-ED-CTA-BANCO
              MOVE  CAD-AGEN-CAUCAO          TO  WS-ED-CTA-AGENCIA
              MOVE  CAD-CONTA-CAUCAO         TO  WS-ED-CTA-CONTA
              MOVE  WS-ED-CONTA              TO  WPES-CONTA-3.
      *
           IF CAD-DATA-INCLUSAOX  NUMERIC  AND
              CAD-DATA-INCLUSAO  GREATER  ZEROS
              MOVE  CAD-DATA-INCLUSAO        TO  WS-DATA-SIGEL
              PERFORM  R7650-FORMATA-DATA
              MOVE  WS-DATA-ISO              TO  WPES-DT-INCLUSAO.
      *
           IF CAD-DATA-EXCLUSAOX  NUMERIC  AND
              CAD-DATA-EXCLUSAO  GREATER  ZEROS
              MOVE  CAD-DATA-EXCLUSAO        TO  WS-DATA-SIGEL
              PERFORM  R7650-FORMATA-DATA
              MOVE  WS-DATA-ISO              TO  WPES-DT-EXCLUSAO.
      *
           MOVE  CAD-COD-CEF                 TO  WS-ED-LOT-NUM.
           MOVE  CAD-DV-CEF                  TO  WS-ED-LOT-DV.
      *
       R7600-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    DATA AAAAMMDD DO ARQUIVO DO SIGEL (WS-DATA-SIGEL) NO
      *    FORMATO AAAA-MM-DD DAS TABELAS (WS-DATA-ISO).
      *-----------------------------------------------------------------
       R7650-FORMATA-DATA                                       SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  WS-DSIG-AAAA  TO  WS-DISO-AAAA.
           MOVE  WS-DSIG-MM    TO  WS-DISO-MM.
           MOVE  WS-DSIG-DD    TO  WS-DISO-DD.
      *
       R7650-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    LISTA OS CAMPOS PREENCHIDOS DA AREA COMUM, UM POR LINHA.
      *    A ORIGEM, A UNIDADE E A DATA SAEM NA PRIMEIRA LINHA DO
      *    REGISTRO E NA PRIMEIRA LINHA DE CADA PAGINA.
      *-----------------------------------------------------------------
       R7700-LISTA-DADOS                                        SECTION.
      *-----------------------------------------------------------------
      *
           IF WS-DATA-REGISTRO  EQUAL  '9999-12-31'
              MOVE  SPACES  TO  WS-DATA-REGISTRO.
      *
           IF WPES-DT-INCLUSAO  EQUAL  '9999-12-31'
              MOVE  SPACES  TO  WPES-DT-INCLUSAO.
      *
           IF WPES-DT-EXCLUSAO  EQUAL  '9999-12-31'
              MOVE  SPACES  TO  WPES-DT-EXCLUSAO.
      *
           IF WPES-CGC  EQUAL  ZEROS
              MOVE  SPACES  TO  WPES-CGC.
      *
           IF WPES-INSCR-ESTAD  EQUAL  ZEROS
              MOVE  SPACES  TO  WPES-INSCR-ESTAD.
      *
           IF WPES-INSCR-MUNIC  EQUAL  ZEROS
              MOVE  SPACES  TO  WPES-INSCR-MUNIC.
      *
           MOVE  1  TO  WS-PRIMEIRA-LINHA.
      *
           MOVE 'RAZAO SOCIAL'          TO  WS-CAMPO-NOME.
           MOVE  WPES-RAZAO-SOCIAL      TO  WS-CAMPO-CONTEUDO.
           PERFORM  R7800-IMPRIME-CAMPO.
      *
           MOVE 'NOME FANTASIA'         TO  WS-CAMPO-NOME.
           MOVE  WPES-NOME-FANTASIA     TO  WS-CAMPO-CONTEUDO.
           PERFORM  R7800-IMPRIME-CAMPO.
      *
           MOVE 'CNPJ'                  TO  WS-CAMPO-NOME.
           MOVE  WPES-CGC               TO  WS-CAMPO-CONTEUDO.
           PERFORM  R7800-IMPRIME-CAMPO.
      *
           MOVE 'INSCRICAO ESTADUAL'    TO  WS-CAMPO-NOME.
           MOVE  WPES-INSCR-ESTAD       TO  WS-CAMPO-CONTEUDO.
           PERFORM  R7800-IMPRIME-CAMPO.
      *
           MOVE 'INSCRICAO MUNICIPAL'   TO  WS-CAMPO-NOME.
           MOVE  WPES-INSCR-MUNIC       TO  WS-CAMPO-CONTEUDO.
           PERFORM  R7800-IMPRIME-CAMPO.
      *
           MOVE 'CONTATO 1'             TO  WS-CAMPO-NOME.
           MOVE  WPES-CONTATO1          TO  WS-CAMPO-CONTEUDO.
           PERFORM  R7800-IMPRIME-CAMPO.
      *
           MOVE 'CONTATO 2'             TO  WS-CAMPO-NOME.
           MOVE  WPES-CONTATO2          TO  WS-CAMPO-CONTEUDO.
           PERFORM  R7800-IMPRIME-CAMPO.
      *
           MOVE 'TELEFONE'              TO  WS-CAMPO-NOME.
           MOVE  WPES-TELEFONE          TO  WS-CAMPO-CONTEUDO.
           PERFORM  R7800-IMPRIME-CAMPO.
      *
           MOVE 'FAX'                   TO  WS-CAMPO-NOME.
           MOVE  WPES-FAX               TO  WS-CAMPO-CONTEUDO.
           PERFORM  R7800-IMPRIME-CAMPO.
      *
           MOVE 'E-MAIL'                TO  WS-CAMPO-NOME.
           MOVE  WPES-EMAIL             TO  WS-CAMPO-CONTEUDO.
           PERFORM  R7800-IMPRIME-CAMPO.
      *
           MOVE 'ENDERECO'              TO  WS-CAMPO-NOME.
           MOVE  WPES-ENDERECO          TO  WS-CAMPO-CONTEUDO.
           PERFORM  R7800-IMPRIME-CAMPO.
      *
           MOVE 'BAIRRO'                TO  WS-CAMPO-NOME.
           MOVE  WPES-BAIRRO            TO  WS-CAMPO-CONTEUDO.
           PERFORM  R7800-IMPRIME-CAMPO.
      *
           MOVE 'MUNICIPIO'             TO  WS-CAMPO-NOME.
           MOVE  WPES-MUNICIPIO         TO  WS-CAMPO-CONTEUDO.
           PERFORM  R7800-IMPRIME-CAMPO.
      *
           MOVE 'UF'                    TO  WS-CAMPO-NOME.
           MOVE  WPES-UF                TO  WS-CAMPO-CONTEUDO.
           PERFORM  R7800-IMPRIME-CAMPO.
      *
           MOVE 'CEP'                   TO  WS-CAMPO-NOME.
           MOVE  WPES-CEP               TO  WS-CAMPO-CONTEUDO.
           PERFORM  R7800-IMPRIME-CAMPO.
      *
           MOVE 'CONTA BANCARIA'        TO  WS-CAMPO-NOME.
           MOVE  WPES-CONTA-1           TO  WS-CAMPO-CONTEUDO.
           PERFORM  R7800-IMPRIME-CAMPO.
      *
           MOVE 'CONTA BANCARIA'        TO  WS-CAMPO-NOME.
           MOVE  WPES-CONTA-2           TO  WS-CAMPO-CONTEUDO.
           PERFORM  R7800-IMPRIME-CAMPO.
      *
           MOVE 'CONTA BANCARIA'        TO  WS-CAMPO-NOME.
           MOVE  WPES-CONTA-3           TO  WS-CAMPO-CONTEUDO.
           PERFORM  R7800-IMPRIME-CAMPO.
      *
           MOVE 'DATA DE INCLUSAO'      TO  WS-CAMPO-NOME.
           MOVE  WPES-DT-INCLUSAO       TO  WS-CAMPO-CONTEUDO.
           PERFORM  R7800-IMPRIME-CAMPO.
      *
           MOVE 'DATA DE EXCLUSAO'      TO  WS-CAMPO-NOME.
           MOVE  WPES-DT-EXCLUSAO       TO  WS-CAMPO-CONTEUDO.
           PERFORM  R7800-IMPRIME-CAMPO.
      *
       R7700-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    IMPRIME UM CAMPO (WS-CAMPO-NOME / WS-CAMPO-CONTEUDO). CAMPO
      *    VAZIO NAO E DADO MANTIDO E NAO SAI NO RELATORIO.
      *-----------------------------------------------------------------
       R7800-IMPRIME-CAMPO                                      SECTION.
      *-----------------------------------------------------------------
      *
           IF WS-CAMPO-CONTEUDO  EQUAL  SPACES
              GO  TO  R7800-SAIDA.
      *
           MOVE  ZERO  TO  WS-QUEBROU-PAGINA.
      *
           IF WS-PRIMEIRA-LINHA  EQUAL  1
              ADD        2       TO  W-AC-LINHA
           ELSE
              ADD        1       TO  W-AC-LINHA.
      *
           PERFORM  R7520-CABECALHO.
      *
           IF WS-PRIMEIRA-LINHA  EQUAL  1  OR
              WS-QUEBROU-PAGINA  EQUAL  1
              MOVE  WS-ORIGEM         TO  LV01-ORIGEM
              MOVE  WS-ED-LOTERICO    TO  LV01-LOTERICO
              MOVE  WS-DATA-REGISTRO  TO  LV01-DATA
           ELSE
              MOVE  SPACES            TO  LV01-ORIGEM
                                          LV01-LOTERICO
                                          LV01-DATA.
      *
           MOVE  WS-CAMPO-NOME        TO  LV01-CAMPO.
           MOVE  WS-CAMPO-CONTEUDO    TO  LV01-CONTEUDO.
      *
           IF WS-PRIMEIRA-LINHA  EQUAL  1  AND
              WS-QUEBROU-PAGINA  EQUAL  ZERO
              WRITE  REG-RLT2015B  FROM  LV01  AFTER  2
           ELSE
              WRITE  REG-RLT2015B  FROM  LV01  AFTER  1.
      *
           MOVE  ZERO  TO  WS-PRIMEIRA-LINHA.
      *
       R7800-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    QUANTIDADE DE REGISTROS DO TITULAR POR ORIGEM.
      *-----------------------------------------------------------------
       R8000-TOTAIS-FINAIS                                      SECTION.
      *-----------------------------------------------------------------
      *
           ADD       99       TO  W-AC-LINHA.
           PERFORM  R7520-CABECALHO.
      *
           IF WS-AC-ENCONTRADOS  EQUAL  ZEROS
              MOVE 'NENHUM DADO PESSOAL ENCONTRADO PARA A CHAVE INFORMAD
      -            'A'        TO  LD00-MSG1
              WRITE  REG-RLT2015B  FROM  LD00  AFTER  2.
      *
           MOVE 'FC_LOTERICO         - REGISTROS DO TITULAR'
                      TO LT00-TEXTO.
           MOVE  WS-AC-CADASTRO             TO  LT00-TOTAIS
           WRITE  REG-RLT2015B  FROM  LT00  AFTER  2.
      *
           MOVE 'FC_HIST_LOTERICO    - REGISTROS DO TITULAR'
                      TO LT00-TEXTO.
           MOVE  WS-AC-HISTORICO            TO  LT00-TOTAIS
           WRITE  REG-RLT2015B  FROM  LT00  AFTER  1.
      *
           MOVE 'LT_MOV_PROPOSTA     - REGISTROS DO TITULAR'
                      TO LT00-TEXTO.
           MOVE  WS-AC-MOVIMENTO            TO  LT00-TOTAIS
           WRITE  REG-RLT2015B  FROM  LT00  AFTER  1.
      *
           MOVE 'QUARENTENA LT2000Q  - REGISTROS LIDOS'
                      TO LT00-TEXTO.
           MOVE  WS-AC-QUA-LIDOS            TO  LT00-TOTAIS
           WRITE  REG-RLT2015B  FROM  LT00  AFTER  2.
      *
           MOVE 'QUARENTENA LT2000Q  - REGISTROS DO TITULAR'
                      TO LT00-TEXTO.
           MOVE  WS-AC-QUARENTENA           TO  LT00-TOTAIS
           WRITE  REG-RLT2015B  FROM  LT00  AFTER  1.
      *
           MOVE 'RETORNO LT2000E     - REGISTROS LIDOS'
                      TO LT00-TEXTO.
           MOVE  WS-AC-RET-LIDOS            TO  LT00-TOTAIS
           WRITE  REG-RLT2015B  FROM  LT00  AFTER  2.
      *
           MOVE 'RETORNO LT2000E     - REGISTROS DO TITULAR'
                      TO LT00-TEXTO.
           MOVE  WS-AC-RETORNO              TO  LT00-TOTAIS
           WRITE  REG-RLT2015B  FROM  LT00  AFTER  1.
      *
           MOVE 'FC_LOG_ANONIMIZACAO - ANONIMIZACOES'
                      TO LT00-TEXTO.
           MOVE  WS-AC-ANONIMIZACAO         TO  LT00-TOTAIS
           WRITE  REG-RLT2015B  FROM  LT00  AFTER  2.
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
              WRITE  REG-RLT2015B  FROM  LC01 AFTER PAGE
              WRITE  REG-RLT2015B  FROM  LC02 AFTER 1
              WRITE  REG-RLT2015B  FROM  LC03 AFTER 1
              WRITE  REG-RLT2015B  FROM  LC06 AFTER 1
              WRITE  REG-RLT2015B  FROM  LP01 AFTER 1
              WRITE  REG-RLT2015B  FROM  LV00 AFTER 2
              WRITE  REG-RLT2015B  FROM  LC05 AFTER 1
              MOVE       8       TO  W-AC-LINHA
              MOVE       1       TO  WS-QUEBROU-PAGINA.
      *
       R7520-SAIDA. EXIT.
      *----------------------------------------------------------------*
       R9000-OPEN-ARQUIVOS        SECTION.
      *-------------------------------------
      *
           OPEN INPUT  WPARAM.
           OPEN INPUT  WQUAREN.
           OPEN INPUT  WRETCEF.
           OPEN OUTPUT RLT2015B.
      *
       R9000-SAIDA. EXIT.
      *----------------------------------------------------------------*
      *                   ROTINA CLOSE ARQUIVOS                        *
      *----------------------------------------------------------------*
       R9100-CLOSE-ARQUIVOS       SECTION.
      *-------------------------------------
      *
           CLOSE  WPARAM  WQUAREN  WRETCEF  RLT2015B.
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
           CLOSE  WPARAM  WQUAREN  WRETCEF  RLT2015B.
      *
           EXEC  SQL   WHENEVER        SQLWARNING     CONTINUE END-EXEC.
      *
           EXEC  SQL   ROLLBACK WORK                  END-EXEC.
      *
           MOVE        99              TO             RETURN-CODE.
      *
           STOP        RUN.
      *
