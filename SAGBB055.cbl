      *===============================================================*
       IDENTIFICATION              DIVISION.
      *---------------------------------------------------------------*
      *
       PROGRAM-ID.                 SAGBB055.
       AUTHOR.                     ULISSES & MORAES (TI).
       DATE-WRITTEN.               15/10/2026.
       SECURITY.
      *
      *===============================================================*
      *              ULISSES & MORAES INFORMATICA S/C LTDA            *
      *---------------------------------------------------------------*
      *                                                               *
      *   SISTEMA       : SISAG                                       *
      *   PROJETO       : SISTEMA DE GESTAO DE ALUNOS/CURSOS          *
      *   PROGRAMA      : SAGBB055                                    *
      *   LINGUAGEM     : COBOL / CICS                                *
      *   PROGRAMADOR   : ULISSES & MORAES                            *
      *   ANALISTA      : ULISSES & MORAES                            *
      *   DATA          : 15/10/2026                                  *
      *                                                               *
      *   OBJETIVO      : PAGAMENTO DE MENSALIDADES NO BALCAO (CAIXA  *
      *                   DA SECRETARIA). PAGAMENTO: QUITA UMA OU     *
      *                   MAIS MENSALIDADES EM ABERTO DA MATRICULA    *
      *                   (ALUNO/CURSO) COM MULTA E JUROS ATE A DATA, *
      *                   REGISTRA A FORMA DE PAGAMENTO, NUMERA O     *
      *                   RECIBO PELA SAGTBS00_CONTROLE, GRAVA O      *
      *                   RECIBO (SAGTBS16) E A TRILHA DE AUDITORIA   *
      *                   (SAGTBS17) E IMPRIME O RECIBO NA IMPRESSORA *
      *                   DA SECRETARIA. CONSULTA: DEVOLVE OS DADOS   *
      *                   DE UM RECIBO. ESTORNO: SO O OPERADOR        *
      *                   SUPERVISOR, COM MOTIVO; REABRE AS           *
      *                   MENSALIDADES DO RECIBO E MANTEM O RECIBO    *
      *                   COMO ESTORNADO. O TITULO JA REGISTRADO NO   *
      *                   BANCO FICA COM A BAIXA SOLICITADA PARA A    *
      *                   PROXIMA REMESSA (SAGBB044)                  *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   ROTINAS                                                     *
      *                                                               *
      *   NOME             BOOK     DESCRICAO                         *
      *   ---------------- -------- ----------------------------------*
      *   XXXXXXXXXXXXXXXX XXXXXXXX XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   DB2                                                         *
      *                                                               *
      *   NOME               BOOK     DESCRICAO                       *
      *   -----------------  -------- ------------------------------- *
      *   SAGTBS00_CONTROLE  SAGTBS00 CONTROLE DE SEQUENCIAS          *
      *   SAGTBS01_ALUNOS    SAGTBS01 CADASTRO DE ALUNOS              *
      *   SAGTBS08_OPERADORES SAGTBS08 CADASTRO DE OPERADORES          *
      *   SAGTBS10_MENSALIDADES                                       *
      *                      SAGTBS10 MENSALIDADES (A RECEBER)        *
      *   SAGTBS15_PARAMETROS                                         *
      *                      SAGTBS15 PERCENTUAIS DE MULTA E JUROS     *
      *   SAGTBS16_RECIBOS   SAGTBS16 RECIBOS DO BALCAO               *
      *   SAGTBS17_HIST_RECIBOS                                       *
      *                      SAGTBS17 AUDITORIA DOS RECIBOS           *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   FILA TD                                                     *
      *                                                               *
      *   NOME     DESCRICAO                                          *
      *   -------- -------------------------------------------------- *
      *   SAGR     IMPRESSORA DE RECIBOS DA SECRETARIA (80 COLUNAS)   *
      *                                                               *
      *---------------------------------------------------------------*
      *   HISTORICO DE ALTERACOES                                     *
      *---------------------------------------------------------------*
      *                                                               *
      *   PROGRAMADOR    : ULISSES & MORAES                           *
      *   ANALISTA       : ULISSES & MORAES                           *
      *   DATA           : 15/10/2026                                 *
      *                                                               *
      *   OBJETIVO       : CRIACAO - DESENVOLVIMENTO                  *
      *                                                               *
      *===============================================================*

      *===============================================================*
       ENVIRONMENT                 DIVISION.
      *---------------------------------------------------------------*
       CONFIGURATION               SECTION.
      *---------------------------------------------------------------*
       SPECIAL-NAMES.              DECIMAL-POINT   IS   COMMA.
      *---------------------------------------------------------------*

      *===============================================================*
       DATA                        DIVISION.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *---------------------------------------------------------------*
      *
       01      FILLER              PIC     X(040)  VALUE
              '** INICIO WORKING SAGBB055 **'.
      *
      /**-----------------------------------------------------------***
      ***      AREA DE TRATAMENTO DE VARIAVEIS                      ***
      ***-----------------------------------------------------------***
      *
       01          WS-EIBRESP      PIC     9(003) VALUE ZEROS.
       01          WS-ABCODE       PIC     X(004) VALUE SPACES.
      *
       01          WS-COMANDO-DB2  PIC     X(006) VALUE SPACES.
       01          WS-TABELAS-DB2  PIC     X(008) VALUE SPACES.
       01          WS-SQLCODE-DB2  PIC     +++9.
      *
       01          WS-IX-ITEM      PIC     9(002) COMP  VALUE ZERO.
       01          WS-QT-MAX-ITENS PIC     9(002) COMP  VALUE 12.
      *
       01          WS-QT-TENTAT-CTL
                                   PIC     9(001) COMP VALUE ZERO.
       01          WS-SW-SEQ-OK    PIC     X(001) VALUE 'N'.
         88        WS-SEQ-OK               VALUE 'S'.
      *
       01          WS-SW-FIM-CURSOR
                                   PIC     X(001) VALUE 'N'.
         88        WS-FIM-CURSOR           VALUE 'S'.
      *
       01          WS-VL-TOTAL     PIC     S9(007)V9(002)
                                                   COMP-3 VALUE ZERO.
      *
      *        --- ENCARGOS POR ATRASO (PARAMETROS DE SAGTBS15) ------
       01          WS-PC-MULTA     PIC     S9(003)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-PC-JUROS-DIA PIC     S9(003)V9(004)
                                                   COMP-3 VALUE ZERO.
       01          WS-QT-DIAS-ATRASO
                                   PIC     S9(009) COMP  VALUE ZERO.
       01          WS-VL-MORA-DIA  PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-VL-MULTA-DEV PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-VL-JUROS-DEV PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
      *
      *    MULTA E JUROS CALCULADOS POR MENSALIDADE DO RECIBO, NA     *
      *    MESMA ORDEM DE WS055-ITENS                                 *
      *
       01          WS-TAB-ENCARGOS.
         03        WS-ENC-ITEM     OCCURS  12 TIMES.
           05      WS-ENC-VL-MULTA PIC     S9(005)V9(002) COMP-3.
           05      WS-ENC-VL-JUROS PIC     S9(005)V9(002) COMP-3.
      *
      *    COMPETENCIA (AAAAMM) EM CRITICA                            *
      *
       01          WS-NU-COMPET-CRIT
                                   PIC     9(006) VALUE ZEROS.
       01          FILLER          REDEFINES  WS-NU-COMPET-CRIT.
         03        WS-CRIT-ANO     PIC     9(004).
         03        WS-CRIT-MES     PIC     9(002).
      *
      /**-----------------------------------------------------------***
      ***          AREA DE TRATAMENTO DE DATA/HORA/TIMESTAMP        ***
      ***-----------------------------------------------------------***
      *
       01          WS-DAT-ATU      PIC     X(010) VALUE '99.99.9999'.
       01          WS-DT-HORA-ATU  PIC     X(026) VALUE SPACES.
      *
      /**-----------------------------------------------------------***
      ***      LINHAS DE IMPRESSAO DO RECIBO (FILA TD SAGR)         ***
      ***-----------------------------------------------------------***
      *
       01          WS-TDQ-RECIBO   PIC     X(004) VALUE 'SAGR'.
       01          WS-TAM-LINHA    PIC     S9(004) COMP VALUE 80.
       01          WS-RCB-LINHA    PIC     X(080) VALUE SPACES.
      *
       01          WS-RCB-TRACO    PIC     X(080) VALUE ALL '='.
      *
       01          WS-RCB-LIN-01.
           03      FILLER          PIC     X(030) VALUE
                  'ULISSES & MORAES - SISAG'.
           03      FILLER          PIC     X(022) VALUE
                  'RECIBO DE PAGAMENTO NO'.
           03      WS-RCB-NU-RECIBO
                                   PIC     ZZZZZZZZ9.
           03      FILLER          PIC     X(019) VALUE SPACES.
      *
       01          WS-RCB-LIN-02.
           03      FILLER          PIC     X(006) VALUE 'DATA: '.
           03      WS-RCB-DT-PAGAMENTO
                                   PIC     X(010).
           03      FILLER          PIC     X(004) VALUE SPACES.
           03      FILLER          PIC     X(010) VALUE 'OPERADOR: '.
           03      WS-RCB-CO-OPERADOR
                                   PIC     X(008).
           03      FILLER          PIC     X(004) VALUE SPACES.
           03      FILLER          PIC     X(007) VALUE 'FORMA: '.
           03      WS-RCB-DS-FORMA PIC     X(017).
           03      FILLER          PIC     X(014) VALUE SPACES.
      *
       01          WS-RCB-LIN-03.
           03      FILLER          PIC     X(007) VALUE 'ALUNO: '.
           03      WS-RCB-CO-ALUNO PIC     9(009).
           03      FILLER          PIC     X(003) VALUE ' - '.
           03      WS-RCB-NO-ALUNO PIC     X(040).
           03      FILLER          PIC     X(009) VALUE '  CURSO: '.
           03      WS-RCB-CO-CURSO PIC     9(005).
           03      FILLER          PIC     X(007) VALUE SPACES.
      *
       01          WS-RCB-LIN-04.
           03      FILLER          PIC     X(022) VALUE
                  ' COMPET.     PRINCIPAL'.
           03      FILLER          PIC     X(028) VALUE
                  '      ENCARGOS    VALOR PAGO'.
           03      FILLER          PIC     X(030) VALUE SPACES.
      *
       01          WS-RCB-LIN-05.
           03      FILLER          PIC     X(001) VALUE SPACES.
           03      WS-RCB-MES      PIC     9(002).
           03      FILLER          PIC     X(001) VALUE '/'.
           03      WS-RCB-ANO      PIC     9(004).
           03      FILLER          PIC     X(005) VALUE SPACES.
           03      WS-RCB-VL-PRINCIPAL
                                   PIC     ZZ.ZZ9,99.
           03      FILLER          PIC     X(005) VALUE SPACES.
           03      WS-RCB-VL-ENCARGOS
                                   PIC     ZZ.ZZ9,99.
           03      FILLER          PIC     X(005) VALUE SPACES.
           03      WS-RCB-VL-PAGO  PIC     ZZ.ZZ9,99.
           03      FILLER          PIC     X(030) VALUE SPACES.
      *
       01          WS-RCB-LIN-06.
           03      FILLER          PIC     X(030) VALUE
                  'TOTAL RECEBIDO (R$)'.
           03      FILLER          PIC     X(008) VALUE SPACES.
           03      WS-RCB-VL-TOTAL PIC     Z.ZZZ.ZZ9,99.
           03      FILLER          PIC     X(030) VALUE SPACES.
      *
       01          WS-RCB-LIN-07   PIC     X(080) VALUE
           'RECEBEMOS O VALOR ACIMA REFERENTE AS MENSALIDADES LISTADAS'.
      *
      *    COMPETENCIA (AAAAMM) IMPRESSA COMO MM/AAAA                 *
      *
       01          WS-NU-COMPET-RCB
                                   PIC     9(006) VALUE ZEROS.
       01          FILLER          REDEFINES  WS-NU-COMPET-RCB.
         03        WS-RCB-COMP-ANO PIC     9(004).
         03        WS-RCB-COMP-MES PIC     9(002).
      *
      /**-----------------------------------------------------------***
      ***      AREA DE MENSAGENS                                    ***
      ***-----------------------------------------------------------***
      *
           COPY    SAGWSMSG.
      *
      /**-----------------------------------------------------------***
      ***      AREA DE COMMAREA                                     ***
      ***-----------------------------------------------------------***
      *
           COPY    SAGWS055.
      *
      /**-----------------------------------------------------------***
      ***      AREA DO BOOK DE AREAS DO CICS                        ***
      ***-----------------------------------------------------------***
      *
           COPY    DFHAID.
      *
      /**-----------------------------------------------------------***
      ***      AREA DO BOOK DE ATRIBUTOS                            ***
      ***-----------------------------------------------------------***
      *
           COPY    DFHBMSCA.
      *
      /**-----------------------------------------------------------***
      ***      AREA DE TRATAMENTO DAS BOOKS DB2                     ***
      ***-----------------------------------------------------------***
      *
           EXEC    SQL
                   INCLUDE SQLCA
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS00
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS01
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS08
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS10
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS15
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS16
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS17
           END-EXEC.
      *
      *---------------------------------------------------------------*
       01          FILLER          PIC     X(040)  VALUE
                  '** FINAL WORKING SAGBB055 **'.
      *---------------------------------------------------------------*
      *
      *---------------------------------------------------------------*
       LINKAGE                     SECTION.
      *---------------------------------------------------------------*
      *
       01          DFHCOMMAREA.
         03        FILLER          PIC     X(001)
                   OCCURS   600  DEPENDING  ON  EIBCALEN.
      *
      *===============================================================*
       PROCEDURE                   DIVISION.
      *---------------------------------------------------------------*
      *
           PERFORM 100-00-PROCED-INICIAIS.

           PERFORM 200-00-PROCED-PRINCIPAIS.

           PERFORM 999-00-PROCED-FINAIS.
      *
      /===============================================================*
       100-00-PROCED-INICIAIS      SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    CICS    HANDLE  ABEND
                                   LABEL   (998-00-ABEND)
           END-EXEC.

           EXEC    CICS    HANDLE  CONDITION
                                   ERROR   (997-00-ERROR)
           END-EXEC.

           MOVE    DFHCOMMAREA     TO      WS055-COMMAREA.

           MOVE    00              TO      WS055-CD-RETORNO.

           MOVE    WS-MSG-055      TO      WS055-MENSAGEM.

           PERFORM 105-00-VALIDA-OPERADOR.

           IF      WS055-OPERAC-PAGAR
                   PERFORM         110-00-CRITICA-PAGAMENTO
           ELSE
                   PERFORM         120-00-CRITICA-RECIBO
           END-IF.
      *
      *---------------------------------------------------------------*
       100-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       105-00-VALIDA-OPERADOR      SECTION.
      *---------------------------------------------------------------*
      *
      *    O OPERADOR INFORMADO NA COMMAREA E VALIDADO CONTRA O       *
      *    CADASTRO SAGTBS08_OPERADORES, COMO NAS DEMAIS TRANSACOES   *
      *    DO GRUPO: O PAGAMENTO EXIGE A PERMISSAO DE INCLUSAO, A     *
      *    CONSULTA A DE CONSULTA E O ESTORNO A DE EXCLUSAO E, ALEM   *
      *    DELA, O INDICADOR DE SUPERVISOR.                           *
      *---------------------------------------------------------------*
      *
           INSPECT WS055-CO-OPERADOR
                                   REPLACING ALL LOW-VALUES BY SPACES.

           IF      WS055-CO-OPERADOR
                                   EQUAL   SPACES
                   MOVE 01         TO      WS055-CD-RETORNO
                   MOVE WS-MSG-083 TO      WS055-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           MOVE    WS055-CO-OPERADOR
                                   TO      OPE-CO-OPERADOR.

           EXEC    SQL

                   SELECT  IC_SITUACAO       ,
                           IC_PERM_INCLUSAO  ,
                           IC_PERM_CONSULTA  ,
                           IC_PERM_EXCLUSAO  ,
                           IC_SUPERVISOR

                   INTO   :OPE-IC-SITUACAO       ,
                          :OPE-IC-PERM-INCLUSAO  ,
                          :OPE-IC-PERM-CONSULTA  ,
                          :OPE-IC-PERM-EXCLUSAO  ,
                          :OPE-IC-SUPERVISOR

                   FROM    DB2.SAGTBS08_OPERADORES

                   WHERE   CO_OPERADOR = :OPE-CO-OPERADOR

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   MOVE 01         TO      WS055-CD-RETORNO
                   MOVE WS-MSG-083 TO      WS055-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELOPE'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS08' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           IF      NOT     OPE-OPERADOR-ATIVO
                   MOVE 01         TO      WS055-CD-RETORNO
                   MOVE WS-MSG-083 TO      WS055-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           EVALUATE        TRUE

               WHEN    WS055-OPERAC-PAGAR
                       IF      NOT     OPE-PODE-INCLUIR
                               MOVE 01         TO WS055-CD-RETORNO
                               MOVE WS-MSG-084 TO WS055-MENSAGEM
                               PERFORM 999-00-PROCED-FINAIS
                       END-IF

               WHEN    WS055-OPERAC-CONSULTAR
                       IF      NOT     OPE-PODE-CONSULTAR
                               MOVE 01         TO WS055-CD-RETORNO
                               MOVE WS-MSG-084 TO WS055-MENSAGEM
                               PERFORM 999-00-PROCED-FINAIS
                       END-IF

               WHEN    WS055-OPERAC-ESTORNAR
                       IF      NOT     OPE-PODE-EXCLUIR
                               MOVE 01         TO WS055-CD-RETORNO
                               MOVE WS-MSG-084 TO WS055-MENSAGEM
                               PERFORM 999-00-PROCED-FINAIS
                       END-IF
                       IF      NOT     OPE-SUPERVISOR
                               MOVE 01         TO WS055-CD-RETORNO
                               MOVE WS-MSG-109 TO WS055-MENSAGEM
                               PERFORM 999-00-PROCED-FINAIS
                       END-IF

               WHEN    OTHER
                       MOVE 01         TO      WS055-CD-RETORNO
                       MOVE WS-MSG-062 TO      WS055-MENSAGEM
                       PERFORM         999-00-PROCED-FINAIS

           END-EVALUATE.
      *
      *---------------------------------------------------------------*
       105-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       110-00-CRITICA-PAGAMENTO    SECTION.
      *---------------------------------------------------------------*
      *
      *    MATRICULA (ALUNO/CURSO) INFORMADA, FORMA DE PAGAMENTO DO   *
      *    DOMINIO DE SAGTBS16 E DE 1 A 12 COMPETENCIAS AAAAMM        *
      *    VALIDAS.                                                   *
      *---------------------------------------------------------------*
      *
           IF      WS055-CO-ALUNO  NOT     NUMERIC OR
                   WS055-CO-ALUNO  EQUAL   ZEROS   OR
                   WS055-CO-CURSO  NOT     NUMERIC OR
                   WS055-CO-CURSO  EQUAL   ZEROS
                   MOVE 01         TO      WS055-CD-RETORNO
                   MOVE WS-MSG-062 TO      WS055-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           MOVE    WS055-TP-FORMA-PAGTO
                                   TO      REC-TP-FORMA-PAGTO.

           IF      NOT     REC-FORMA-VALIDA
                   MOVE 01         TO      WS055-CD-RETORNO
                   MOVE WS-MSG-105 TO      WS055-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           IF      WS055-QT-MENSALIDADES
                                   NOT     NUMERIC OR
                   WS055-QT-MENSALIDADES
                                   EQUAL   ZEROS   OR
                   WS055-QT-MENSALIDADES
                                   GREATER WS-QT-MAX-ITENS
                   MOVE 01         TO      WS055-CD-RETORNO
                   MOVE WS-MSG-062 TO      WS055-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           PERFORM 115-00-CRITICA-COMPETENCIA
                   VARYING WS-IX-ITEM FROM 1 BY 1
                   UNTIL   WS-IX-ITEM GREATER WS055-QT-MENSALIDADES.
      *
      *---------------------------------------------------------------*
       110-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       115-00-CRITICA-COMPETENCIA  SECTION.
      *---------------------------------------------------------------*
      *
           IF      WS055-IT-COMPETENCIA (WS-IX-ITEM)
                                   NOT     NUMERIC
                   MOVE 01         TO      WS055-CD-RETORNO
                   MOVE WS-MSG-106 TO      WS055-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           MOVE    WS055-IT-COMPETENCIA (WS-IX-ITEM)
                                   TO      WS-NU-COMPET-CRIT.

           IF      WS-CRIT-ANO     NOT GREATER 1900    OR
                   WS-CRIT-MES     EQUAL   ZEROS       OR
                   WS-CRIT-MES     GREATER 12
                   MOVE 01         TO      WS055-CD-RETORNO
                   MOVE WS-MSG-106 TO      WS055-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.
      *
      *---------------------------------------------------------------*
       115-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       120-00-CRITICA-RECIBO       SECTION.
      *---------------------------------------------------------------*
      *
      *    CONSULTA E ESTORNO: NUMERO DO RECIBO INFORMADO; NO ESTORNO *
      *    O MOTIVO E OBRIGATORIO (VAI PARA A TRILHA DE AUDITORIA).   *
      *---------------------------------------------------------------*
      *
           IF      WS055-NU-RECIBO NOT     NUMERIC OR
                   WS055-NU-RECIBO EQUAL   ZEROS
                   MOVE 01         TO      WS055-CD-RETORNO
                   MOVE WS-MSG-107 TO      WS055-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           IF      WS055-OPERAC-ESTORNAR
                   INSPECT WS055-DS-MOTIVO
                                   REPLACING ALL LOW-VALUES BY SPACES
                   IF      WS055-DS-MOTIVO
                                   EQUAL   SPACES
                           MOVE 01         TO WS055-CD-RETORNO
                           MOVE WS-MSG-110 TO WS055-MENSAGEM
                           PERFORM         999-00-PROCED-FINAIS
                   END-IF
           END-IF.
      *
      *---------------------------------------------------------------*
       120-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       130-00-LE-PARAMETROS        SECTION.
      *---------------------------------------------------------------*
      *
      *    LE OS PERCENTUAIS DE MULTA POR ATRASO E DE JUROS DE MORA   *
      *    AO DIA DE SAGTBS15_PARAMETROS, COM A MESMA PRECISAO DA     *
      *    REMESSA (SAGBB044) E DA BAIXA DO RETORNO (SAGBB045).       *
      *---------------------------------------------------------------*
      *
           MOVE    WS15-CH-PC-MULTA
                                   TO      PAR-NO-PARAMETRO.

           PERFORM 135-00-SELECT-PARAMETRO.

           MOVE    PAR-VL-PARAMETRO
                                   TO      WS-PC-MULTA.

           MOVE    WS15-CH-PC-JUROS-DIA
                                   TO      PAR-NO-PARAMETRO.

           PERFORM 135-00-SELECT-PARAMETRO.

           MOVE    PAR-VL-PARAMETRO
                                   TO      WS-PC-JUROS-DIA.
      *
      *---------------------------------------------------------------*
       130-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       135-00-SELECT-PARAMETRO     SECTION.
      *---------------------------------------------------------------*
      *
      *    LE O PARAMETRO CUJO NOME ESTA EM PAR-NO-PARAMETRO. O       *
      *    PARAMETRO AUSENTE DA TABELA (OU NEGATIVO) VALE ZERO, OU    *
      *    SEJA, SEM COBRANCA DO ENCARGO.                             *
      *---------------------------------------------------------------*
      *
           EXEC    SQL

                   SELECT  VL_PARAMETRO

                   INTO   :PAR-VL-PARAMETRO

                   FROM    DB2.SAGTBS15_PARAMETROS

                   WHERE   NO_PARAMETRO = :PAR-NO-PARAMETRO

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   MOVE ZEROS      TO      PAR-VL-PARAMETRO
           ELSE
                   IF      SQLCODE NOT EQUAL   +000
                           MOVE 'SELPAR'   TO WS-COMANDO-DB2
                           MOVE 'SAGTBS15' TO WS-TABELAS-DB2
                           PERFORM 995-00-ABEND-DB2
                   END-IF
           END-IF.

           IF      PAR-VL-PARAMETRO
                                   LESS    ZERO
                   MOVE ZEROS      TO      PAR-VL-PARAMETRO
           END-IF.
      *
      *---------------------------------------------------------------*
       135-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       200-00-PROCED-PRINCIPAIS    SECTION.
      *---------------------------------------------------------------*
      *
           EVALUATE        TRUE

               WHEN    WS055-OPERAC-PAGAR
                       PERFORM 210-00-PAGAR-MENSALIDADES

               WHEN    WS055-OPERAC-CONSULTAR
                       PERFORM 230-00-CONSULTAR-RECIBO

               WHEN    WS055-OPERAC-ESTORNAR
                       PERFORM 240-00-ESTORNAR-RECIBO

           END-EVALUATE.
      *
      *---------------------------------------------------------------*
       200-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       210-00-PAGAR-MENSALIDADES   SECTION.
      *---------------------------------------------------------------*
      *
      *    PRIMEIRO TODAS AS MENSALIDADES PEDIDAS SAO LIDAS E TEM OS  *
      *    ENCARGOS CALCULADOS (215); QUALQUER UMA QUE NAO ESTEJA EM  *
      *    ABERTO RECUSA O RECIBO INTEIRO SEM ATUALIZAR NADA. SO      *
      *    ENTAO O RECIBO E NUMERADO, AS MENSALIDADES SAO BAIXADAS E  *
      *    GRAVADAS EM SAGTBS16 (220), A EMISSAO VAI PARA A TRILHA    *
      *    DE AUDITORIA E O RECIBO E IMPRESSO.                        *
      *---------------------------------------------------------------*
      *
           PERFORM 130-00-LE-PARAMETROS.

           EXEC    SQL
                   SET :WS-DAT-ATU = CURRENT DATE
           END-EXEC.

           EXEC    SQL
                   SET :WS-DT-HORA-ATU = CURRENT TIMESTAMP
           END-EXEC.

           MOVE    WS055-CO-ALUNO  TO      CO-ALUNO.

           PERFORM 250-00-SELECT-ALUNO.

           MOVE    ZEROS           TO      WS-VL-TOTAL.

           PERFORM 215-00-CALCULA-MENSALIDADE
                   VARYING WS-IX-ITEM FROM 1 BY 1
                   UNTIL   WS-IX-ITEM GREATER WS055-QT-MENSALIDADES.

           MOVE    WS00-CH-NU-RECIBO
                                   TO      NO-CHAVE.

           PERFORM 300-50-OBTEM-SEQUENCIA.

           MOVE    NU-SEQUENCIA    TO      REC-NU-RECIBO.
           MOVE    NU-SEQUENCIA    TO      WS055-NU-RECIBO.

           PERFORM 220-00-BAIXA-MENSALIDADE
                   VARYING WS-IX-ITEM FROM 1 BY 1
                   UNTIL   WS-IX-ITEM GREATER WS055-QT-MENSALIDADES.

           MOVE    WS-VL-TOTAL     TO      WS055-VL-TOTAL.
           MOVE    WS-DAT-ATU      TO      WS055-DT-PAGAMENTO.
           MOVE    'A'             TO      WS055-IC-SITUACAO.

           MOVE    REC-NU-RECIBO   TO      HRC-NU-RECIBO.
           MOVE    'P'             TO      HRC-TP-MOVIMENTO.
           MOVE    WS055-TP-FORMA-PAGTO
                                   TO      HRC-TP-FORMA-PAGTO.
           MOVE    SPACES          TO      HRC-DS-MOTIVO.

           PERFORM 290-00-INSERT-HISTORICO.

           PERFORM 270-00-IMPRIME-RECIBO.
      *
      *---------------------------------------------------------------*
       210-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       215-00-CALCULA-MENSALIDADE  SECTION.
      *---------------------------------------------------------------*
      *
      *    A MENSALIDADE PRECISA EXISTIR E ESTAR EM ABERTO. NO BALCAO *
      *    E COBRADO O VALOR DEVIDO NA DATA: ATE O VENCIMENTO, O      *
      *    VALOR DA MENSALIDADE MENOS O DESCONTO DE PONTUALIDADE;     *
      *    VENCIDA, O VALOR DA MENSALIDADE SEM ESSE DESCONTO, MAIS A  *
      *    MULTA UNICA E OS JUROS DE MORA POR DIA CORRIDO APOS O      *
      *    VENCIMENTO, NO MESMO CALCULO DA BAIXA DO RETORNO BANCARIO  *
      *    (SAGBB045).                                                *
      *---------------------------------------------------------------*
      *
           MOVE    WS055-CO-ALUNO  TO      MEN-CO-ALUNO.
           MOVE    WS055-CO-CURSO  TO      MEN-CO-CURSO.
           MOVE    WS055-IT-COMPETENCIA (WS-IX-ITEM)
                                   TO      MEN-NU-COMPETENCIA.

           EXEC    SQL

                   SELECT  VL_MENSALIDADE ,
                           DT_VENCIMENTO  ,
                           IC_SITUACAO    ,
                           VL_DESC_PONTUAL

                   INTO   :MEN-VL-MENSALIDADE ,
                          :MEN-DT-VENCIMENTO  ,
                          :MEN-IC-SITUACAO    ,
                          :MEN-VL-DESC-PONTUAL

                   FROM    DB2.SAGTBS10_MENSALIDADES

                   WHERE   CO_ALUNO       = :MEN-CO-ALUNO
                   AND     CO_CURSO       = :MEN-CO-CURSO
                   AND     NU_COMPETENCIA = :MEN-NU-COMPETENCIA

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   MOVE 01         TO      WS055-CD-RETORNO
                   MOVE WS-MSG-106 TO      WS055-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELECT'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS10' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           IF      NOT     MEN-MENSAL-ABERTA
                   MOVE 01         TO      WS055-CD-RETORNO
                   MOVE WS-MSG-106 TO      WS055-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           MOVE    ZEROS           TO      WS-VL-MULTA-DEV.
           MOVE    ZEROS           TO      WS-VL-JUROS-DEV.

           EXEC    SQL
                   SET    :WS-QT-DIAS-ATRASO =
                           DAYS(:WS-DAT-ATU) -
                           DAYS(:MEN-DT-VENCIMENTO)
           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SETDIA'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS10' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           IF      WS-QT-DIAS-ATRASO
                                   GREATER ZERO
                   COMPUTE WS-VL-MULTA-DEV ROUNDED =
                           MEN-VL-MENSALIDADE * WS-PC-MULTA / 100
                   COMPUTE WS-VL-MORA-DIA  ROUNDED =
                           MEN-VL-MENSALIDADE * WS-PC-JUROS-DIA / 100
                   COMPUTE WS-VL-JUROS-DEV =
                           WS-VL-MORA-DIA * WS-QT-DIAS-ATRASO
                   MOVE    MEN-VL-MENSALIDADE
                                   TO      WS055-IT-VL-PRINCIPAL
                                                   (WS-IX-ITEM)
           ELSE
                   COMPUTE WS055-IT-VL-PRINCIPAL (WS-IX-ITEM) =
                           MEN-VL-MENSALIDADE - MEN-VL-DESC-PONTUAL
           END-IF.

           MOVE    WS-VL-MULTA-DEV TO      WS-ENC-VL-MULTA (WS-IX-ITEM).
           MOVE    WS-VL-JUROS-DEV TO      WS-ENC-VL-JUROS (WS-IX-ITEM).

           COMPUTE WS055-IT-VL-ENCARGOS (WS-IX-ITEM) =
                   WS-VL-MULTA-DEV + WS-VL-JUROS-DEV.

           COMPUTE WS055-IT-VL-PAGO (WS-IX-ITEM) =
                   WS055-IT-VL-PRINCIPAL (WS-IX-ITEM) +
                   WS-VL-MULTA-DEV + WS-VL-JUROS-DEV.

           ADD     WS055-IT-VL-PAGO (WS-IX-ITEM)
                                   TO      WS-VL-TOTAL.
      *
      *---------------------------------------------------------------*
       215-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       220-00-BAIXA-MENSALIDADE    SECTION.
      *---------------------------------------------------------------*
      *
      *    BAIXA DA MENSALIDADE PAGA NO BALCAO: SITUACAO 'P' COM A    *
      *    DATA, O VALOR E A SUA COMPOSICAO, A FORMA DE BAIXA 'C'     *
      *    (CAIXA) E O NUMERO DO RECIBO. O TITULO JA REGISTRADO NO    *
      *    BANCO (REMETIDO OU CONFIRMADO) FICA COM A BAIXA SOLICITADA *
      *    ('S'), E O PEDIDO DE BAIXA SEGUE NA PROXIMA REMESSA DO     *
      *    SAGBB044. A CONDICAO IC_SITUACAO = 'A' PROTEGE CONTRA A    *
      *    BAIXA CONCORRENTE (OUTRO TERMINAL OU O RETORNO BANCARIO)   *
      *    DESDE A LEITURA EM 215, E CONTRA A COMPETENCIA REPETIDA NO *
      *    MESMO RECIBO: NESSES CASOS O RECIBO INTEIRO E DESFEITO.    *
      *---------------------------------------------------------------*
      *
           MOVE    WS055-CO-ALUNO  TO      MEN-CO-ALUNO.
           MOVE    WS055-CO-CURSO  TO      MEN-CO-CURSO.
           MOVE    WS055-IT-COMPETENCIA (WS-IX-ITEM)
                                   TO      MEN-NU-COMPETENCIA.

           MOVE    WS-DAT-ATU      TO      MEN-DT-PAGAMENTO.
           MOVE    WS055-IT-VL-PAGO (WS-IX-ITEM)
                                   TO      MEN-VL-PAGO.
           MOVE    WS055-IT-VL-PRINCIPAL (WS-IX-ITEM)
                                   TO      MEN-VL-PRINCIPAL-PAGO.
           MOVE    WS-ENC-VL-MULTA (WS-IX-ITEM)
                                   TO      MEN-VL-MULTA-PAGA.
           MOVE    WS-ENC-VL-JUROS (WS-IX-ITEM)
                                   TO      MEN-VL-JUROS-PAGOS.
           MOVE    REC-NU-RECIBO   TO      MEN-NU-RECIBO.

           EXEC    SQL     UPDATE

                   DB2.SAGTBS10_MENSALIDADES

                   SET     IC_SITUACAO       = 'P'               ,
                           DT_PAGAMENTO      = :MEN-DT-PAGAMENTO ,
                           VL_PAGO           = :MEN-VL-PAGO      ,
                           VL_PRINCIPAL_PAGO =
                                          :MEN-VL-PRINCIPAL-PAGO ,
                           VL_MULTA_PAGA     = :MEN-VL-MULTA-PAGA,
                           VL_JUROS_PAGOS    = :MEN-VL-JUROS-PAGOS,
                           IC_FORMA_BAIXA    = 'C'               ,
                           NU_RECIBO         = :MEN-NU-RECIBO    ,
                           IC_SITUACAO_BANCO =
                           CASE WHEN IC_SITUACAO_BANCO IN ('R' , 'E')
                                THEN 'S'
                                ELSE IC_SITUACAO_BANCO
                           END ,
                           DT_SITUACAO_BANCO =
                           CASE WHEN IC_SITUACAO_BANCO IN ('R' , 'E')
                                THEN CURRENT DATE
                                ELSE DT_SITUACAO_BANCO
                           END

                   WHERE   CO_ALUNO       = :MEN-CO-ALUNO
                   AND     CO_CURSO       = :MEN-CO-CURSO
                   AND     NU_COMPETENCIA = :MEN-NU-COMPETENCIA
                   AND     IC_SITUACAO    = 'A'

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   EXEC    CICS    SYNCPOINT   ROLLBACK
                   END-EXEC
                   MOVE ZEROS      TO      WS055-NU-RECIBO
                   MOVE 01         TO      WS055-CD-RETORNO
                   MOVE WS-MSG-106 TO      WS055-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'UPDATE'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS10' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           PERFORM 225-00-INSERT-RECIBO.
      *
      *---------------------------------------------------------------*
       220-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       225-00-INSERT-RECIBO        SECTION.
      *---------------------------------------------------------------*
      *
           MOVE    MEN-CO-ALUNO    TO      REC-CO-ALUNO.
           MOVE    MEN-CO-CURSO    TO      REC-CO-CURSO.
           MOVE    MEN-NU-COMPETENCIA
                                   TO      REC-NU-COMPETENCIA.
           MOVE    MEN-VL-PRINCIPAL-PAGO
                                   TO      REC-VL-PRINCIPAL.
           MOVE    MEN-VL-MULTA-PAGA
                                   TO      REC-VL-MULTA.
           MOVE    MEN-VL-JUROS-PAGOS
                                   TO      REC-VL-JUROS.
           MOVE    MEN-VL-PAGO     TO      REC-VL-PAGO.
           MOVE    WS055-TP-FORMA-PAGTO
                                   TO      REC-TP-FORMA-PAGTO.
           MOVE    WS055-CO-OPERADOR
                                   TO      REC-CO-OPERADOR.
           MOVE    WS-DAT-ATU      TO      REC-DT-PAGAMENTO.
           MOVE    WS-DT-HORA-ATU  TO      REC-DT-HORA-PAGAMENTO.
           MOVE    'A'             TO      REC-IC-SITUACAO.

           EXEC    SQL     INSERT

                   INTO    DB2.SAGTBS16_RECIBOS

                          ( NU_RECIBO         ,
                            CO_ALUNO          ,
                            CO_CURSO          ,
                            NU_COMPETENCIA    ,
                            VL_PRINCIPAL      ,
                            VL_MULTA          ,
                            VL_JUROS          ,
                            VL_PAGO           ,
                            TP_FORMA_PAGTO    ,
                            CO_OPERADOR       ,
                            DT_PAGAMENTO      ,
                            DT_HORA_PAGAMENTO ,
                            IC_SITUACAO       )

                   VALUES (:REC-NU-RECIBO         ,
                           :REC-CO-ALUNO          ,
                           :REC-CO-CURSO          ,
                           :REC-NU-COMPETENCIA    ,
                           :REC-VL-PRINCIPAL      ,
                           :REC-VL-MULTA          ,
                           :REC-VL-JUROS          ,
                           :REC-VL-PAGO           ,
                           :REC-TP-FORMA-PAGTO    ,
                           :REC-CO-OPERADOR       ,
                           :REC-DT-PAGAMENTO      ,
                           :REC-DT-HORA-PAGAMENTO ,
                           :REC-IC-SITUACAO       )

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'INSERT'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS16' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.
      *
      *---------------------------------------------------------------*
       225-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       230-00-CONSULTAR-RECIBO     SECTION.
      *---------------------------------------------------------------*
      *
           PERFORM 235-00-CARREGA-RECIBO.

           MOVE    WS055-CO-ALUNO  TO      CO-ALUNO.

           PERFORM 250-00-SELECT-ALUNO.
      *
      *---------------------------------------------------------------*
       230-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       235-00-CARREGA-RECIBO       SECTION.
      *---------------------------------------------------------------*
      *
      *    CARREGA NA COMMAREA AS MENSALIDADES DO RECIBO, EM ORDEM DE *
      *    COMPETENCIA, COM A MATRICULA, A FORMA, A DATA E A SITUACAO *
      *    DO RECIBO (IGUAIS EM TODAS AS LINHAS DO MESMO RECIBO).     *
      *---------------------------------------------------------------*
      *
           MOVE    WS055-NU-RECIBO TO      REC-NU-RECIBO.

           EXEC    SQL

                   DECLARE C055REC CURSOR FOR

                   SELECT  CO_ALUNO       , CO_CURSO       ,
                           NU_COMPETENCIA , VL_PRINCIPAL   ,
                           VL_MULTA       , VL_JUROS       ,
                           VL_PAGO        , TP_FORMA_PAGTO ,
                           DT_PAGAMENTO   , IC_SITUACAO

                   FROM    DB2.SAGTBS16_RECIBOS

                   WHERE   NU_RECIBO = :REC-NU-RECIBO

                   ORDER BY NU_COMPETENCIA

           END-EXEC.

           EXEC    SQL
                   OPEN    C055REC
           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'OPNCUR'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS16' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           MOVE    ZERO            TO      WS-IX-ITEM.
           MOVE    ZEROS           TO      WS-VL-TOTAL.
           MOVE    'N'             TO      WS-SW-FIM-CURSOR.

           PERFORM 237-00-FETCH-C055REC
                   UNTIL   WS-FIM-CURSOR OR
                           WS-IX-ITEM NOT LESS WS-QT-MAX-ITENS.

           EXEC    SQL
                   CLOSE   C055REC
           END-EXEC.

           IF      WS-IX-ITEM      EQUAL   ZERO
                   MOVE 01         TO      WS055-CD-RETORNO
                   MOVE WS-MSG-107 TO      WS055-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           MOVE    WS-IX-ITEM      TO      WS055-QT-MENSALIDADES.
           MOVE    WS-VL-TOTAL     TO      WS055-VL-TOTAL.
           MOVE    REC-CO-ALUNO    TO      WS055-CO-ALUNO.
           MOVE    REC-CO-CURSO    TO      WS055-CO-CURSO.
           MOVE    REC-TP-FORMA-PAGTO
                                   TO      WS055-TP-FORMA-PAGTO.
           MOVE    REC-DT-PAGAMENTO
                                   TO      WS055-DT-PAGAMENTO.
           MOVE    REC-IC-SITUACAO TO      WS055-IC-SITUACAO.
      *
      *---------------------------------------------------------------*
       235-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       237-00-FETCH-C055REC        SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    SQL
                   FETCH   C055REC

                   INTO   :REC-CO-ALUNO       ,
                          :REC-CO-CURSO       ,
                          :REC-NU-COMPETENCIA ,
                          :REC-VL-PRINCIPAL   ,
                          :REC-VL-MULTA       ,
                          :REC-VL-JUROS       ,
                          :REC-VL-PAGO        ,
                          :REC-TP-FORMA-PAGTO ,
                          :REC-DT-PAGAMENTO   ,
                          :REC-IC-SITUACAO

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   MOVE 'S'        TO      WS-SW-FIM-CURSOR
           ELSE
                   IF      SQLCODE NOT EQUAL   +000
                           MOVE 'FETCH'    TO WS-COMANDO-DB2
                           MOVE 'SAGTBS16' TO WS-TABELAS-DB2
                           PERFORM 995-00-ABEND-DB2
                   END-IF

                   ADD     1       TO      WS-IX-ITEM

                   MOVE    REC-NU-COMPETENCIA
                                   TO      WS055-IT-COMPETENCIA
                                                   (WS-IX-ITEM)
                   MOVE    REC-VL-PRINCIPAL
                                   TO      WS055-IT-VL-PRINCIPAL
                                                   (WS-IX-ITEM)
                   COMPUTE WS055-IT-VL-ENCARGOS (WS-IX-ITEM) =
                           REC-VL-MULTA + REC-VL-JUROS
                   MOVE    REC-VL-PAGO
                                   TO      WS055-IT-VL-PAGO
                                                   (WS-IX-ITEM)
                   ADD     REC-VL-PAGO
                                   TO      WS-VL-TOTAL
           END-IF.
      *
      *---------------------------------------------------------------*
       237-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       240-00-ESTORNAR-RECIBO      SECTION.
      *---------------------------------------------------------------*
      *
      *    ESTORNO (SO SUPERVISOR - 105): O RECIBO PRECISA EXISTIR E  *
      *    NAO ESTAR ESTORNADO. AS MENSALIDADES DO RECIBO VOLTAM A    *
      *    ABERTAS (245), O RECIBO FICA COM A SITUACAO 'E' E O        *
      *    OPERADOR/DATA DO ESTORNO, E O ESTORNO VAI PARA A TRILHA DE *
      *    AUDITORIA COM O MOTIVO INFORMADO.                          *
      *---------------------------------------------------------------*
      *
           PERFORM 235-00-CARREGA-RECIBO.

           IF      REC-RECIBO-ESTORNADO
                   MOVE 01         TO      WS055-CD-RETORNO
                   MOVE WS-MSG-108 TO      WS055-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           EXEC    SQL
                   SET :WS-DT-HORA-ATU = CURRENT TIMESTAMP
           END-EXEC.

           PERFORM 245-00-REABRE-MENSALIDADE
                   VARYING WS-IX-ITEM FROM 1 BY 1
                   UNTIL   WS-IX-ITEM GREATER WS055-QT-MENSALIDADES.

           MOVE    WS055-NU-RECIBO TO      REC-NU-RECIBO.
           MOVE    WS055-CO-OPERADOR
                                   TO      REC-CO-OPERADOR-ESTORNO.

           EXEC    SQL     UPDATE

                   DB2.SAGTBS16_RECIBOS

                   SET     IC_SITUACAO         = 'E'                 ,
                           CO_OPERADOR_ESTORNO =
                                          :REC-CO-OPERADOR-ESTORNO ,
                           DT_ESTORNO          = CURRENT DATE

                   WHERE   NU_RECIBO   = :REC-NU-RECIBO
                   AND     IC_SITUACAO = 'A'

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'UPDATE'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS16' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           MOVE    REC-NU-RECIBO   TO      HRC-NU-RECIBO.
           MOVE    'E'             TO      HRC-TP-MOVIMENTO.
           MOVE    WS055-TP-FORMA-PAGTO
                                   TO      HRC-TP-FORMA-PAGTO.
           MOVE    WS055-DS-MOTIVO TO      HRC-DS-MOTIVO.

           PERFORM 290-00-INSERT-HISTORICO.

           MOVE    'E'             TO      WS055-IC-SITUACAO.

           MOVE    WS055-CO-ALUNO  TO      CO-ALUNO.

           PERFORM 250-00-SELECT-ALUNO.
      *
      *---------------------------------------------------------------*
       240-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       245-00-REABRE-MENSALIDADE   SECTION.
      *---------------------------------------------------------------*
      *
      *    A MENSALIDADE VOLTA A ABERTA SEM DATA/VALOR DE PAGAMENTO,  *
      *    FORMA DE BAIXA E RECIBO. SE O PEDIDO DE BAIXA DO TITULO    *
      *    AINDA NAO FOI ENVIADO AO BANCO ('S'), O TITULO CONTINUA    *
      *    REGISTRADO ('E'); SE JA FOI ENVIADO OU O BANCO JA BAIXOU,  *
      *    A SITUACAO NO BANCO E MANTIDA E A COBRANCA SEGUE PELO      *
      *    BALCAO. SO E REABERTA A MENSALIDADE AINDA PAGA POR ESTE    *
      *    RECIBO; SE ELA TIVER SIDO ALTERADA DEPOIS DO PAGAMENTO, O  *
      *    ESTORNO INTEIRO E DESFEITO.                                *
      *---------------------------------------------------------------*
      *
           MOVE    WS055-CO-ALUNO  TO      MEN-CO-ALUNO.
           MOVE    WS055-CO-CURSO  TO      MEN-CO-CURSO.
           MOVE    WS055-IT-COMPETENCIA (WS-IX-ITEM)
                                   TO      MEN-NU-COMPETENCIA.
           MOVE    WS055-NU-RECIBO TO      MEN-NU-RECIBO.

           EXEC    SQL     UPDATE

                   DB2.SAGTBS10_MENSALIDADES

                   SET     IC_SITUACAO       = 'A'  ,
                           DT_PAGAMENTO      = NULL ,
                           VL_PAGO           = NULL ,
                           VL_PRINCIPAL_PAGO = 0    ,
                           VL_MULTA_PAGA     = 0    ,
                           VL_JUROS_PAGOS    = 0    ,
                           IC_FORMA_BAIXA    = ' '  ,
                           NU_RECIBO         = 0    ,
                           IC_SITUACAO_BANCO =
                           CASE WHEN IC_SITUACAO_BANCO = 'S'
                                THEN 'E'
                                ELSE IC_SITUACAO_BANCO
                           END ,
                           DT_SITUACAO_BANCO =
                           CASE WHEN IC_SITUACAO_BANCO = 'S'
                                THEN CURRENT DATE
                                ELSE DT_SITUACAO_BANCO
                           END

                   WHERE   CO_ALUNO       = :MEN-CO-ALUNO
                   AND     CO_CURSO       = :MEN-CO-CURSO
                   AND     NU_COMPETENCIA = :MEN-NU-COMPETENCIA
                   AND     IC_SITUACAO    = 'P'
                   AND     NU_RECIBO      = :MEN-NU-RECIBO

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   EXEC    CICS    SYNCPOINT   ROLLBACK
                   END-EXEC
                   MOVE 01         TO      WS055-CD-RETORNO
                   MOVE WS-MSG-111 TO      WS055-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'UPDATE'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS10' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.
      *
      *---------------------------------------------------------------*
       245-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       250-00-SELECT-ALUNO         SECTION.
      *---------------------------------------------------------------*
      *
      *    NOME DO ALUNO (CO-ALUNO) PARA O RECIBO E A COMMAREA.       *
      *---------------------------------------------------------------*
      *
           EXEC    SQL

                   SELECT  NO_ALUNO

                   INTO   :NO-ALUNO

                   FROM    DB2.SAGTBS01_ALUNOS

                   WHERE   CO_ALUNO = :CO-ALUNO

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   MOVE SPACES     TO      NO-ALUNO
           ELSE
                   IF      SQLCODE NOT EQUAL   +000
                           MOVE 'SELALU'   TO WS-COMANDO-DB2
                           MOVE 'SAGTBS01' TO WS-TABELAS-DB2
                           PERFORM 995-00-ABEND-DB2
                   END-IF
           END-IF.

           MOVE    NO-ALUNO        TO      WS055-NO-ALUNO.
      *
      *---------------------------------------------------------------*
       250-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       270-00-IMPRIME-RECIBO       SECTION.
      *---------------------------------------------------------------*
      *
      *    IMPRIME O RECIBO NA IMPRESSORA DA SECRETARIA (FILA TD      *
      *    SAGR, 80 COLUNAS): CABECALHO COM O NUMERO, A DATA, O       *
      *    OPERADOR E A FORMA DE PAGAMENTO, UMA LINHA POR MENSALIDADE *
      *    E O TOTAL RECEBIDO.                                        *
      *---------------------------------------------------------------*
      *
           MOVE    WS055-NU-RECIBO TO      WS-RCB-NU-RECIBO.
           MOVE    WS055-DT-PAGAMENTO
                                   TO      WS-RCB-DT-PAGAMENTO.
           MOVE    WS055-CO-OPERADOR
                                   TO      WS-RCB-CO-OPERADOR.
           MOVE    WS055-CO-ALUNO  TO      WS-RCB-CO-ALUNO.
           MOVE    WS055-NO-ALUNO  TO      WS-RCB-NO-ALUNO.
           MOVE    WS055-CO-CURSO  TO      WS-RCB-CO-CURSO.
           MOVE    WS055-VL-TOTAL  TO      WS-RCB-VL-TOTAL.

           MOVE    WS055-TP-FORMA-PAGTO
                                   TO      REC-TP-FORMA-PAGTO.

           EVALUATE        TRUE
               WHEN    REC-FORMA-DINHEIRO
                       MOVE 'DINHEIRO'          TO WS-RCB-DS-FORMA
               WHEN    REC-FORMA-CREDITO
                       MOVE 'CARTAO DE CREDITO' TO WS-RCB-DS-FORMA
               WHEN    REC-FORMA-DEBITO
                       MOVE 'CARTAO DE DEBITO'  TO WS-RCB-DS-FORMA
           END-EVALUATE.

           MOVE    WS-RCB-TRACO    TO      WS-RCB-LINHA.
           PERFORM 275-00-GRAVA-LINHA.

           MOVE    WS-RCB-LIN-01   TO      WS-RCB-LINHA.
           PERFORM 275-00-GRAVA-LINHA.

           MOVE    WS-RCB-LIN-02   TO      WS-RCB-LINHA.
           PERFORM 275-00-GRAVA-LINHA.

           MOVE    WS-RCB-LIN-03   TO      WS-RCB-LINHA.
           PERFORM 275-00-GRAVA-LINHA.

           MOVE    WS-RCB-TRACO    TO      WS-RCB-LINHA.
           PERFORM 275-00-GRAVA-LINHA.

           MOVE    WS-RCB-LIN-04   TO      WS-RCB-LINHA.
           PERFORM 275-00-GRAVA-LINHA.

           PERFORM 272-00-IMPRIME-ITEM
                   VARYING WS-IX-ITEM FROM 1 BY 1
                   UNTIL   WS-IX-ITEM GREATER WS055-QT-MENSALIDADES.

           MOVE    WS-RCB-TRACO    TO      WS-RCB-LINHA.
           PERFORM 275-00-GRAVA-LINHA.

           MOVE    WS-RCB-LIN-06   TO      WS-RCB-LINHA.
           PERFORM 275-00-GRAVA-LINHA.

           MOVE    WS-RCB-LIN-07   TO      WS-RCB-LINHA.
           PERFORM 275-00-GRAVA-LINHA.

           MOVE    WS-RCB-TRACO    TO      WS-RCB-LINHA.
           PERFORM 275-00-GRAVA-LINHA.
      *
      *---------------------------------------------------------------*
       270-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       272-00-IMPRIME-ITEM         SECTION.
      *---------------------------------------------------------------*
      *
           MOVE    WS055-IT-COMPETENCIA (WS-IX-ITEM)
                                   TO      WS-NU-COMPET-RCB.
           MOVE    WS-RCB-COMP-MES TO      WS-RCB-MES.
           MOVE    WS-RCB-COMP-ANO TO      WS-RCB-ANO.

           MOVE    WS055-IT-VL-PRINCIPAL (WS-IX-ITEM)
                                   TO      WS-RCB-VL-PRINCIPAL.
           MOVE    WS055-IT-VL-ENCARGOS (WS-IX-ITEM)
                                   TO      WS-RCB-VL-ENCARGOS.
           MOVE    WS055-IT-VL-PAGO (WS-IX-ITEM)
                                   TO      WS-RCB-VL-PAGO.

           MOVE    WS-RCB-LIN-05   TO      WS-RCB-LINHA.
           PERFORM 275-00-GRAVA-LINHA.
      *
      *---------------------------------------------------------------*
       272-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       275-00-GRAVA-LINHA          SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    CICS    WRITEQ  TD
                                   QUEUE   (WS-TDQ-RECIBO)
                                   FROM    (WS-RCB-LINHA)
                                   LENGTH  (WS-TAM-LINHA)
           END-EXEC.
      *
      *---------------------------------------------------------------*
       275-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       290-00-INSERT-HISTORICO     SECTION.
      *---------------------------------------------------------------*
      *
      *    TRILHA DE AUDITORIA DO RECIBO (SAGTBS17): UMA LINHA POR    *
      *    PAGAMENTO OU ESTORNO, COM O OPERADOR DA COMMAREA, A        *
      *    QUANTIDADE DE MENSALIDADES E O VALOR TOTAL DO RECIBO.      *
      *---------------------------------------------------------------*
      *
           MOVE    WS-DT-HORA-ATU  TO      HRC-DT-HORA-MOVIMENTO.
           MOVE    WS055-CO-OPERADOR
                                   TO      HRC-CO-OPERADOR.
           MOVE    WS055-QT-MENSALIDADES
                                   TO      HRC-QT-MENSALIDADES.
           MOVE    WS-VL-TOTAL     TO      HRC-VL-MOVIMENTO.

           EXEC    SQL     INSERT

                   INTO    DB2.SAGTBS17_HIST_RECIBOS

                          ( NU_RECIBO         ,
                            DT_HORA_MOVIMENTO ,
                            TP_MOVIMENTO      ,
                            CO_OPERADOR       ,
                            QT_MENSALIDADES   ,
                            VL_MOVIMENTO      ,
                            TP_FORMA_PAGTO    ,
                            DS_MOTIVO         )

                   VALUES (:HRC-NU-RECIBO         ,
                           :HRC-DT-HORA-MOVIMENTO ,
                           :HRC-TP-MOVIMENTO      ,
                           :HRC-CO-OPERADOR       ,
                           :HRC-QT-MENSALIDADES   ,
                           :HRC-VL-MOVIMENTO      ,
                           :HRC-TP-FORMA-PAGTO    ,
                           :HRC-DS-MOTIVO         )

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'INSERT'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS17' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.
      *
      *---------------------------------------------------------------*
       290-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       300-50-OBTEM-SEQUENCIA      SECTION.
      *---------------------------------------------------------------*
      *
      *    INCREMENTA E LE A LINHA DE SAGTBS00_CONTROLE CUJA CHAVE    *
      *    ESTA EM NO-CHAVE. SE A LINHA AINDA NAO EXISTIR (TABELA     *
      *    RECEM-CRIADA, SEM CARGA INICIAL), A LINHA E SEMEADA COM    *
      *    ZERO (300-70-SEMEAR-CONTROLE) E A OPERACAO E REPETIDA UMA  *
      *    UNICA VEZ.                                                 *
      *---------------------------------------------------------------*
      *
           MOVE    'N'             TO      WS-SW-SEQ-OK.
           MOVE    0               TO      WS-QT-TENTAT-CTL.

           PERFORM 300-60-ATUALIZA-SEQUENCIA
                   UNTIL   WS-SEQ-OK OR WS-QT-TENTAT-CTL GREATER 1.

           IF      NOT     WS-SEQ-OK
                   MOVE 'SELCTL'  TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS00' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.
      *
      *---------------------------------------------------------------*
       300-59-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       300-60-ATUALIZA-SEQUENCIA   SECTION.
      *---------------------------------------------------------------*
      *
           ADD     1               TO      WS-QT-TENTAT-CTL.

           EXEC    SQL

                   UPDATE  DB2.SAGTBS00_CONTROLE

                   SET     NU_SEQUENCIA = NU_SEQUENCIA + 1

                   WHERE   NO_CHAVE = :NO-CHAVE

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000 AND +100
                   MOVE 'UPDCTL'  TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS00' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           EXEC    SQL

                   SELECT  NU_SEQUENCIA

                   INTO   :NU-SEQUENCIA

                   FROM    DB2.SAGTBS00_CONTROLE

                   WHERE   NO_CHAVE = :NO-CHAVE

           END-EXEC.

           IF      SQLCODE     EQUAL   +000
                   MOVE    'S'     TO      WS-SW-SEQ-OK
           ELSE
                   IF      SQLCODE EQUAL   +100
                           PERFORM 300-70-SEMEAR-CONTROLE
                   ELSE
                           MOVE 'SELCTL'  TO      WS-COMANDO-DB2
                           MOVE 'SAGTBS00' TO     WS-TABELAS-DB2
                           PERFORM         995-00-ABEND-DB2
                   END-IF
           END-IF.
      *
      *---------------------------------------------------------------*
       300-69-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       300-70-SEMEAR-CONTROLE      SECTION.
      *---------------------------------------------------------------*
      *
      *    PRIMEIRA UTILIZACAO DESTA CHAVE: NAO HA LINHA EM           *
      *    SAGTBS00_CONTROLE AINDA. SEMEIA A LINHA COM NU_SEQUENCIA=0 *
      *    PARA QUE A PROXIMA TENTATIVA DE 300-60 A INCREMENTE PARA 1.*
      *    SE OUTRO TERMINAL JA TIVER SEMEADO A MESMA CHAVE ENTRE A   *
      *    FALHA DO SELECT E ESTE INSERT (SQLCODE -803), A DUPLICATA  *
      *    E IGNORADA E A TENTATIVA SEGUINTE DE 300-60 ENCONTRA A     *
      *    LINHA JA SEMEADA PELO OUTRO TERMINAL.                      *
      *---------------------------------------------------------------*
      *
           EXEC    SQL

                   INSERT  INTO    DB2.SAGTBS00_CONTROLE

                          ( NO_CHAVE    ,
                            NU_SEQUENCIA)

                   VALUES (:NO-CHAVE    ,
                           0            )

           END-EXEC.

           IF      SQLCODE  NOT EQUAL  +000 AND  -803
                   MOVE 'INSCTL'  TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS00' TO     WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.
      *
      *---------------------------------------------------------------*
       300-79-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       995-00-ABEND-DB2            SECTION.
      *---------------------------------------------------------------*
      *
           MOVE    SQLCODE         TO      WS-SQLCODE-DB2.

           MOVE    WS-COMANDO-DB2  TO      WS-MSG-099 (14:06).
           MOVE    WS-TABELAS-DB2  TO      WS-MSG-099 (31:08).
           MOVE    WS-SQLCODE-DB2  TO      WS-MSG-099 (53:04).

           MOVE    WS-MSG-099      TO      WS055-MENSAGEM.

           MOVE    97              TO      WS055-CD-RETORNO.

           EXEC    CICS    SYNCPOINT   ROLLBACK

           END-EXEC.

           PERFORM 999-00-PROCED-FINAIS.
      *
      *---------------------------------------------------------------*
       995-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       998-00-ABEND                SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    CICS   ASSIGN   ABCODE    (WS-ABCODE)

           END-EXEC.

           EXEC    CICS    SYNCPOINT   ROLLBACK

           END-EXEC.

           MOVE    WS-ABCODE       TO      WS-MSG-097 (34:04).

           MOVE    WS-MSG-097      TO      WS055-MENSAGEM.

           MOVE    99              TO      WS055-CD-RETORNO.

           PERFORM 999-00-PROCED-FINAIS.
      *
      *---------------------------------------------------------------*
       998-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       997-00-ERROR                SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    CICS    SYNCPOINT   ROLLBACK

           END-EXEC.

           MOVE    EIBRESP         TO      WS-EIBRESP.

           MOVE    WS-EIBRESP      TO      WS-MSG-098(48:03).

           MOVE    WS-MSG-098      TO      WS055-MENSAGEM.

           MOVE    98              TO      WS055-CD-RETORNO.

           PERFORM 999-00-PROCED-FINAIS.
      *
      *---------------------------------------------------------------*
       997-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       999-00-PROCED-FINAIS        SECTION.
      *---------------------------------------------------------------*
      *
           MOVE    WS055-COMMAREA  TO      DFHCOMMAREA.

           EXEC    CICS    RETURN

           END-EXEC.
      *
      *---------------------------------------------------------------*
       999-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      *---------------------------------------------------------------*
      *                  FIM DO PROGRAMA - SAGBB055                   *
      *---------------------------------------------------------------*
