      *===============================================================*
       IDENTIFICATION              DIVISION.
      *---------------------------------------------------------------*
      *
       PROGRAM-ID.                 SAGBB057.
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
      *   PROGRAMA      : SAGBB057                                    *
      *   LINGUAGEM     : COBOL / CICS                                *
      *   PROGRAMADOR   : ULISSES & MORAES                            *
      *   ANALISTA      : ULISSES & MORAES                            *
      *   DATA          : 15/10/2026                                  *
      *                                                               *
      *   OBJETIVO      : ACORDO DE PARCELAMENTO (RENEGOCIACAO) DAS   *
      *                   MENSALIDADES VENCIDAS DE UMA MATRICULA      *
      *                   (ALUNO/CURSO). SIMULACAO: CALCULA A DIVIDA  *
      *                   (VALOR DAS MENSALIDADES VENCIDAS EM ABERTO  *
      *                   + MULTA E JUROS DE MORA ATE HOJE) E AS      *
      *                   PARCELAS, SEM GRAVAR. INCLUSAO: FAZ O MESMO *
      *                   CALCULO, NUMERA O ACORDO PELA SAGTBS00_     *
      *                   CONTROLE, GRAVA O ACORDO (SAGTBS18), A      *
      *                   ENTRADA E AS PARCELAS (SAGTBS19) E FECHA AS *
      *                   MENSALIDADES COMO RENEGOCIADAS ('R'). O     *
      *                   TITULO JA REGISTRADO NO BANCO FICA COM A    *
      *                   BAIXA SOLICITADA PARA A PROXIMA REMESSA     *
      *                   (SAGBB044), QUE TAMBEM REMETE AS PARCELAS.  *
      *                   CONSULTA: DEVOLVE O ACORDO E AS PARCELAS.   *
      *                   SO UM ACORDO ATIVO POR MATRICULA            *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   ROTINAS                                                     *
      *                                                               *
      *   NOME             BOOK     DESCRICAO                         *
      *   ---------------- -------- ----------------------------------*
      *   SAGBB006         SAGWS006 CRITICA DE DATAS                  *
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
      *   SAGTBS18_ACORDOS   SAGTBS18 ACORDOS DE PARCELAMENTO         *
      *   SAGTBS19_PARCELAS_ACORDO                                    *
      *                      SAGTBS19 PARCELAS DOS ACORDOS            *
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
              '** INICIO WORKING SAGBB057 **'.
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
       01          WS-IX-PARC      PIC     9(002) COMP  VALUE ZERO.
       01          WS-QT-MAX-PARC  PIC     9(002) COMP  VALUE 18.
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
       01          WS-QT-ACORDO-ATIVO
                                   PIC     S9(009) COMP  VALUE ZERO.
       01          WS-QT-MENSALIDADES
                                   PIC     S9(009) COMP  VALUE ZERO.
      *
      *        --- DIVIDA RENEGOCIADA E PARCELAS ---------------------
       01          WS-VL-PRINCIPAL PIC     S9(007)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-VL-ENCARGOS  PIC     S9(007)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-VL-DIVIDA    PIC     S9(007)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-VL-SALDO     PIC     S9(007)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-VL-PARCELA   PIC     S9(007)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-VL-ULT-PARCELA
                                   PIC     S9(007)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-VL-MAX-PARCELA
                                   PIC     S9(007)V9(002)
                                   COMP-3  VALUE   99999,99.
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
      /**-----------------------------------------------------------***
      ***          AREA DE TRATAMENTO DE DATA/HORA/TIMESTAMP        ***
      ***-----------------------------------------------------------***
      *
       01          WS-DAT-DB2      PIC     X(010) VALUE '99.99.9999'.
       01          FILLER          REDEFINES      WS-DAT-DB2.
         03        WS-DIA-DB2      PIC     9(002).
         03        WS-PT1-DB2      PIC     X(001).
         03        WS-MES-DB2      PIC     9(002).
         03        WS-PT2-DB2      PIC     X(001).
         03        WS-ANO-DB2      PIC     9(004).
      *
       01          WS-DAT-ATU      PIC     X(010) VALUE '99.99.9999'.
       01          FILLER          REDEFINES      WS-DAT-ATU.
         03        WS-DIA-ATU      PIC     9(002).
         03        FILLER          PIC     X(001).
         03        WS-MES-ATU      PIC     9(002).
         03        FILLER          PIC     X(001).
         03        WS-ANO-ATU      PIC     9(004).
      *
      *    VENCIMENTO ANTERIOR (DD.MM.AAAA), BASE DO VENCIMENTO DA    *
      *    PARCELA INFORMADA EM BRANCO (UM MES DEPOIS)                *
      *
       01          WS-DT-VENC-ANT  PIC     X(010) VALUE SPACES.
      *
      *    VENCIMENTOS EM AAAAMMDD PARA A CRITICA DA ORDEM: CADA      *
      *    VENCIMENTO PRECISA SER MAIOR QUE O ANTERIOR; O PRIMEIRO E  *
      *    COMPARADO COM A VESPERA DE HOJE (HOJE - 1, SO PARA ORDEM)  *
      *
       01          WS-NU-DT-VENC   PIC     9(008) VALUE ZEROS.
       01          FILLER          REDEFINES  WS-NU-DT-VENC.
         03        WS-VENC-ANO     PIC     9(004).
         03        WS-VENC-MES     PIC     9(002).
         03        WS-VENC-DIA     PIC     9(002).
      *
       01          WS-NU-DT-ANT    PIC     9(008) VALUE ZEROS.
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
           COPY    SAGWS057.
      *
      /**-----------------------------------------------------------***
      ***          SAGBB006 - CRITICA DE DATAS                      ***
      ***-----------------------------------------------------------***
      *
       01          WS-SAGBB006     PIC     X(008) VALUE 'SAGBB006'.
      *
           COPY    SAGWS006.
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
                   INCLUDE SAGTBS18
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS19
           END-EXEC.
      *
      *---------------------------------------------------------------*
       01          FILLER          PIC     X(040)  VALUE
                  '** FINAL WORKING SAGBB057 **'.
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

           MOVE    DFHCOMMAREA     TO      WS057-COMMAREA.

           MOVE    00              TO      WS057-CD-RETORNO.

           MOVE    WS-MSG-112      TO      WS057-MENSAGEM.

           PERFORM 105-00-VALIDA-OPERADOR.

           IF      WS057-OPERAC-CONSULTAR
                   PERFORM         120-00-CRITICA-CONSULTA
           ELSE
                   PERFORM         110-00-CRITICA-ACORDO
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
      *    DO GRUPO: A INCLUSAO DO ACORDO EXIGE A PERMISSAO DE        *
      *    INCLUSAO; A SIMULACAO E A CONSULTA, A DE CONSULTA.         *
      *---------------------------------------------------------------*
      *
           INSPECT WS057-CO-OPERADOR
                                   REPLACING ALL LOW-VALUES BY SPACES.

           IF      WS057-CO-OPERADOR
                                   EQUAL   SPACES
                   MOVE 01         TO      WS057-CD-RETORNO
                   MOVE WS-MSG-083 TO      WS057-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           MOVE    WS057-CO-OPERADOR
                                   TO      OPE-CO-OPERADOR.

           EXEC    SQL

                   SELECT  IC_SITUACAO       ,
                           IC_PERM_INCLUSAO  ,
                           IC_PERM_CONSULTA

                   INTO   :OPE-IC-SITUACAO       ,
                          :OPE-IC-PERM-INCLUSAO  ,
                          :OPE-IC-PERM-CONSULTA

                   FROM    DB2.SAGTBS08_OPERADORES

                   WHERE   CO_OPERADOR = :OPE-CO-OPERADOR

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   MOVE 01         TO      WS057-CD-RETORNO
                   MOVE WS-MSG-083 TO      WS057-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELOPE'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS08' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           IF      NOT     OPE-OPERADOR-ATIVO
                   MOVE 01         TO      WS057-CD-RETORNO
                   MOVE WS-MSG-083 TO      WS057-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           EVALUATE        TRUE

               WHEN    WS057-OPERAC-INCLUIR
                       IF      NOT     OPE-PODE-INCLUIR
                               MOVE 01         TO WS057-CD-RETORNO
                               MOVE WS-MSG-084 TO WS057-MENSAGEM
                               PERFORM 999-00-PROCED-FINAIS
                       END-IF

               WHEN    WS057-OPERAC-SIMULAR
               WHEN    WS057-OPERAC-CONSULTAR
                       IF      NOT     OPE-PODE-CONSULTAR
                               MOVE 01         TO WS057-CD-RETORNO
                               MOVE WS-MSG-084 TO WS057-MENSAGEM
                               PERFORM 999-00-PROCED-FINAIS
                       END-IF

               WHEN    OTHER
                       MOVE 01         TO      WS057-CD-RETORNO
                       MOVE WS-MSG-062 TO      WS057-MENSAGEM
                       PERFORM         999-00-PROCED-FINAIS

           END-EVALUATE.
      *
      *---------------------------------------------------------------*
       105-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       110-00-CRITICA-ACORDO       SECTION.
      *---------------------------------------------------------------*
      *
      *    SIMULACAO E INCLUSAO: MATRICULA (ALUNO/CURSO) INFORMADA,   *
      *    VALOR DA ENTRADA NUMERICO E DE 1 A 18 PARCELAS. OS         *
      *    VENCIMENTOS SAO CRITICADOS EM 220, DEPOIS DO CALCULO DA    *
      *    DIVIDA.                                                    *
      *---------------------------------------------------------------*
      *
           IF      WS057-CO-ALUNO  NOT     NUMERIC OR
                   WS057-CO-ALUNO  EQUAL   ZEROS   OR
                   WS057-CO-CURSO  NOT     NUMERIC OR
                   WS057-CO-CURSO  EQUAL   ZEROS
                   MOVE 01         TO      WS057-CD-RETORNO
                   MOVE WS-MSG-062 TO      WS057-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           IF      WS057-VL-ENTRADA
                                   NOT     NUMERIC
                   MOVE 01         TO      WS057-CD-RETORNO
                   MOVE WS-MSG-116 TO      WS057-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           IF      WS057-QT-PARCELAS
                                   NOT     NUMERIC OR
                   WS057-QT-PARCELAS
                                   EQUAL   ZEROS   OR
                   WS057-QT-PARCELAS
                                   GREATER WS-QT-MAX-PARC
                   MOVE 01         TO      WS057-CD-RETORNO
                   MOVE WS-MSG-115 TO      WS057-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.
      *
      *---------------------------------------------------------------*
       110-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       120-00-CRITICA-CONSULTA     SECTION.
      *---------------------------------------------------------------*
      *
           IF      WS057-NU-ACORDO NOT     NUMERIC OR
                   WS057-NU-ACORDO EQUAL   ZEROS
                   MOVE 01         TO      WS057-CD-RETORNO
                   MOVE WS-MSG-118 TO      WS057-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
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
      *    REMESSA (SAGBB044), DA BAIXA DO RETORNO (SAGBB045) E DO    *
      *    PAGAMENTO NO BALCAO (SAGBB055).                            *
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

               WHEN    WS057-OPERAC-SIMULAR
                       PERFORM 210-00-CALCULA-ACORDO

               WHEN    WS057-OPERAC-INCLUIR
                       PERFORM 210-00-CALCULA-ACORDO
                       PERFORM 250-00-GRAVA-ACORDO

               WHEN    WS057-OPERAC-CONSULTAR
                       PERFORM 280-00-CONSULTA-ACORDO

           END-EVALUATE.
      *
      *---------------------------------------------------------------*
       200-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       210-00-CALCULA-ACORDO       SECTION.
      *---------------------------------------------------------------*
      *
      *    A MATRICULA NAO PODE TER OUTRO ACORDO ATIVO. A DIVIDA E A  *
      *    SOMA DAS MENSALIDADES EM ABERTO JA VENCIDAS (215), COM A   *
      *    MULTA E OS JUROS DE MORA ATE HOJE. A ENTRADA PRECISA SER   *
      *    MENOR QUE A DIVIDA; O SALDO E DIVIDIDO EM PARCELAS IGUAIS, *
      *    TRUNCADAS NO CENTAVO, E A DIFERENCA VAI NA ULTIMA PARCELA. *
      *---------------------------------------------------------------*
      *
           EXEC    SQL
                   SET :WS-DAT-ATU = CURRENT DATE
           END-EXEC.

           PERFORM 130-00-LE-PARAMETROS.

           MOVE    WS057-CO-ALUNO  TO      CO-ALUNO.

           PERFORM 290-00-SELECT-ALUNO.

           MOVE    WS057-CO-ALUNO  TO      ACD-CO-ALUNO.
           MOVE    WS057-CO-CURSO  TO      ACD-CO-CURSO.

           EXEC    SQL

                   SELECT  COUNT(*)

                   INTO   :WS-QT-ACORDO-ATIVO

                   FROM    DB2.SAGTBS18_ACORDOS

                   WHERE   CO_ALUNO    = :ACD-CO-ALUNO
                   AND     CO_CURSO    = :ACD-CO-CURSO
                   AND     IC_SITUACAO = 'A'

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELACD'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS18' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           IF      WS-QT-ACORDO-ATIVO
                                   GREATER ZERO
                   MOVE 01         TO      WS057-CD-RETORNO
                   MOVE WS-MSG-114 TO      WS057-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           PERFORM 215-00-SOMA-VENCIDAS.

           IF      WS-QT-MENSALIDADES
                                   EQUAL   ZERO
                   MOVE 01         TO      WS057-CD-RETORNO
                   MOVE WS-MSG-113 TO      WS057-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           COMPUTE WS-VL-DIVIDA    =       WS-VL-PRINCIPAL +
                                           WS-VL-ENCARGOS.

           IF      WS057-VL-ENTRADA
                                   NOT LESS WS-VL-DIVIDA
                   MOVE 01         TO      WS057-CD-RETORNO
                   MOVE WS-MSG-116 TO      WS057-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           COMPUTE WS-VL-SALDO     =       WS-VL-DIVIDA -
                                           WS057-VL-ENTRADA.

           COMPUTE WS-VL-PARCELA   =       WS-VL-SALDO /
                                           WS057-QT-PARCELAS.

           COMPUTE WS-VL-ULT-PARCELA =     WS-VL-SALDO -
                   WS-VL-PARCELA * (WS057-QT-PARCELAS - 1).

           IF      WS-VL-ULT-PARCELA
                                   GREATER WS-VL-MAX-PARCELA
                   MOVE 01         TO      WS057-CD-RETORNO
                   MOVE WS-MSG-119 TO      WS057-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           MOVE    WS-QT-MENSALIDADES
                                   TO      WS057-QT-MENSALIDADES.
           MOVE    WS-VL-PRINCIPAL TO      WS057-VL-PRINCIPAL.
           MOVE    WS-VL-ENCARGOS  TO      WS057-VL-ENCARGOS.
           MOVE    WS-VL-DIVIDA    TO      WS057-VL-DIVIDA.
           MOVE    WS-DAT-ATU      TO      WS057-DT-ACORDO.
           MOVE    SPACES          TO      WS057-IC-SITUACAO.

           PERFORM 220-00-CRITICA-VENCIMENTOS.
      *
      *---------------------------------------------------------------*
       210-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       215-00-SOMA-VENCIDAS        SECTION.
      *---------------------------------------------------------------*
      *
      *    SOMA AS MENSALIDADES EM ABERTO DA MATRICULA JA VENCIDAS,   *
      *    COM A MULTA UNICA E OS JUROS DE MORA POR DIA CORRIDO ATE   *
      *    HOJE, NO MESMO CALCULO DO PAGAMENTO NO BALCAO (SAGBB055).  *
      *    VENCIDAS, ELAS JA NAO TEM O DESCONTO DE PONTUALIDADE: O    *
      *    PRINCIPAL E O PROPRIO VL_MENSALIDADE.                      *
      *---------------------------------------------------------------*
      *
           MOVE    WS057-CO-ALUNO  TO      MEN-CO-ALUNO.
           MOVE    WS057-CO-CURSO  TO      MEN-CO-CURSO.

           EXEC    SQL

                   DECLARE C057MEN CURSOR FOR

                   SELECT  NU_COMPETENCIA ,
                           VL_MENSALIDADE ,
                           DAYS(CURRENT DATE) - DAYS(DT_VENCIMENTO)

                   FROM    DB2.SAGTBS10_MENSALIDADES

                   WHERE   CO_ALUNO      = :MEN-CO-ALUNO
                   AND     CO_CURSO      = :MEN-CO-CURSO
                   AND     IC_SITUACAO   = 'A'
                   AND     DT_VENCIMENTO < CURRENT DATE

                   ORDER BY NU_COMPETENCIA

           END-EXEC.

           EXEC    SQL
                   OPEN    C057MEN
           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'OPNCUR'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS10' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           MOVE    ZEROS           TO      WS-QT-MENSALIDADES.
           MOVE    ZEROS           TO      WS-VL-PRINCIPAL.
           MOVE    ZEROS           TO      WS-VL-ENCARGOS.
           MOVE    'N'             TO      WS-SW-FIM-CURSOR.

           PERFORM 217-00-FETCH-C057MEN
                   UNTIL   WS-FIM-CURSOR.

           EXEC    SQL
                   CLOSE   C057MEN
           END-EXEC.
      *
      *---------------------------------------------------------------*
       215-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       217-00-FETCH-C057MEN        SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    SQL
                   FETCH   C057MEN

                   INTO   :MEN-NU-COMPETENCIA ,
                          :MEN-VL-MENSALIDADE ,
                          :WS-QT-DIAS-ATRASO

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   MOVE 'S'        TO      WS-SW-FIM-CURSOR
                   GO   TO         217-99-EXIT
           END-IF.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'FETCH'    TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS10' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           ADD     1               TO      WS-QT-MENSALIDADES.

           COMPUTE WS-VL-MULTA-DEV ROUNDED =
                   MEN-VL-MENSALIDADE * WS-PC-MULTA / 100.

           COMPUTE WS-VL-MORA-DIA  ROUNDED =
                   MEN-VL-MENSALIDADE * WS-PC-JUROS-DIA / 100.

           COMPUTE WS-VL-JUROS-DEV =
                   WS-VL-MORA-DIA * WS-QT-DIAS-ATRASO.

           ADD     MEN-VL-MENSALIDADE
                                   TO      WS-VL-PRINCIPAL.

           ADD     WS-VL-MULTA-DEV WS-VL-JUROS-DEV
                                   TO      WS-VL-ENCARGOS.
      *
      *---------------------------------------------------------------*
       217-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       220-00-CRITICA-VENCIMENTOS  SECTION.
      *---------------------------------------------------------------*
      *
      *    ENTRADA: SEM VALOR, FICA SEM VENCIMENTO; COM VALOR, VENCE  *
      *    NA DATA INFORMADA (EM BRANCO = HOJE). PARCELAS: A DATA     *
      *    INFORMADA E CRITICADA PELO SAGBB006; A DATA EM BRANCO E UM *
      *    MES APOS O VENCIMENTO ANTERIOR (ENTRADA OU PARCELA; PARA A *
      *    PRIMEIRA PARCELA SEM ENTRADA, HOJE). TODOS OS VENCIMENTOS  *
      *    SAO DE HOJE EM DIANTE E CRESCENTES.                        *
      *---------------------------------------------------------------*
      *
           MOVE    WS-ANO-ATU      TO      WS-VENC-ANO.
           MOVE    WS-MES-ATU      TO      WS-VENC-MES.
           MOVE    WS-DIA-ATU      TO      WS-VENC-DIA.

           COMPUTE WS-NU-DT-ANT    =       WS-NU-DT-VENC - 1.

           MOVE    WS-DAT-ATU      TO      WS-DT-VENC-ANT.

           INSPECT WS057-DT-VENC-ENTRADA
                                   REPLACING ALL LOW-VALUES BY SPACES.

           IF      WS057-VL-ENTRADA
                                   EQUAL   ZEROS
                   MOVE SPACES     TO      WS057-DT-VENC-ENTRADA
           ELSE
                   IF      WS057-DT-VENC-ENTRADA
                                   EQUAL   SPACES
                           MOVE WS-DAT-ATU TO WS057-DT-VENC-ENTRADA
                   END-IF
                   MOVE    WS057-DT-VENC-ENTRADA
                                   TO      WS-DAT-DB2
                   PERFORM 225-00-CRITICA-DATA
                   MOVE    WS-DAT-DB2
                                   TO      WS057-DT-VENC-ENTRADA
                   MOVE    WS-DAT-DB2
                                   TO      WS-DT-VENC-ANT
           END-IF.

           PERFORM 230-00-VENCIMENTO-PARCELA
                   VARYING WS-IX-PARC FROM 1 BY 1
                   UNTIL   WS-IX-PARC GREATER WS057-QT-PARCELAS.
      *
      *---------------------------------------------------------------*
       220-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       225-00-CRITICA-DATA         SECTION.
      *---------------------------------------------------------------*
      *
      *    CRITICA A DATA DD.MM.AAAA EM WS-DAT-DB2 (FORMATO E DATA    *
      *    VALIDA PELO SAGBB006) E A ORDEM: MAIOR QUE O VENCIMENTO    *
      *    ANTERIOR EM WS-NU-DT-ANT, QUE PASSA A SER ESTA DATA.       *
      *---------------------------------------------------------------*
      *
           MOVE   '.'              TO      WS-PT1-DB2.
           MOVE   '.'              TO      WS-PT2-DB2.

           IF      WS-DIA-DB2      NOT     NUMERIC OR
                   WS-MES-DB2      NOT     NUMERIC OR
                   WS-ANO-DB2      NOT     NUMERIC
                   MOVE 01         TO      WS057-CD-RETORNO
                   MOVE WS-MSG-117 TO      WS057-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           MOVE   'C'              TO      WRD-CODOPE.

           MOVE    WS-DIA-DB2      TO      WRD-DATA01-DD.
           MOVE    WS-MES-DB2      TO      WRD-DATA01-MM.
           MOVE    WS-ANO-DB2      TO      WRD-DATA01-AA.

           MOVE    00              TO      WRD-CODRET.

           EXEC    CICS    LINK    PROGRAM (WS-SAGBB006)
                                   COMMAREA(WRD-GRUPO)
                                   LENGTH  (LENGTH OF WRD-GRUPO)
           END-EXEC.

           IF      WRD-CODRET  NOT EQUAL   00 AND 91 AND 92
                   MOVE WS-SAGBB006 TO     WS-MSG-096 (33:08)
                   MOVE WRD-CODRET  TO     WS-MSG-096 (59:02)
                   PERFORM         996-00-ABEND-SUB
           END-IF.

           IF      WRD-CODRET  NOT EQUAL   00
                   MOVE 01         TO      WS057-CD-RETORNO
                   MOVE WS-MSG-117 TO      WS057-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           MOVE    WS-ANO-DB2      TO      WS-VENC-ANO.
           MOVE    WS-MES-DB2      TO      WS-VENC-MES.
           MOVE    WS-DIA-DB2      TO      WS-VENC-DIA.

           IF      WS-NU-DT-VENC   NOT GREATER WS-NU-DT-ANT
                   MOVE 01         TO      WS057-CD-RETORNO
                   MOVE WS-MSG-117 TO      WS057-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           MOVE    WS-NU-DT-VENC   TO      WS-NU-DT-ANT.
      *
      *---------------------------------------------------------------*
       225-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       230-00-VENCIMENTO-PARCELA   SECTION.
      *---------------------------------------------------------------*
      *
           INSPECT WS057-PC-DT-VENCIMENTO (WS-IX-PARC)
                                   REPLACING ALL LOW-VALUES BY SPACES.

           IF      WS057-PC-DT-VENCIMENTO (WS-IX-PARC)
                                   EQUAL   SPACES
                   EXEC    SQL
                           SET :WS-DAT-DB2 =
                               DATE(:WS-DT-VENC-ANT) + 1 MONTH
                   END-EXEC
                   IF      SQLCODE NOT EQUAL   +000
                           MOVE 'SETDAT'   TO WS-COMANDO-DB2
                           MOVE 'SAGTBS19' TO WS-TABELAS-DB2
                           PERFORM 995-00-ABEND-DB2
                   END-IF
           ELSE
                   MOVE    WS057-PC-DT-VENCIMENTO (WS-IX-PARC)
                                   TO      WS-DAT-DB2
           END-IF.

           PERFORM 225-00-CRITICA-DATA.

           MOVE    WS-DAT-DB2      TO      WS057-PC-DT-VENCIMENTO
                                                   (WS-IX-PARC).
           MOVE    WS-DAT-DB2      TO      WS-DT-VENC-ANT.

           IF      WS-IX-PARC      EQUAL   WS057-QT-PARCELAS
                   MOVE WS-VL-ULT-PARCELA
                                   TO      WS057-PC-VL-PARCELA
                                                   (WS-IX-PARC)
           ELSE
                   MOVE WS-VL-PARCELA
                                   TO      WS057-PC-VL-PARCELA
                                                   (WS-IX-PARC)
           END-IF.

           MOVE    SPACES          TO      WS057-PC-IC-SITUACAO
                                                   (WS-IX-PARC).
      *
      *---------------------------------------------------------------*
       230-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       250-00-GRAVA-ACORDO         SECTION.
      *---------------------------------------------------------------*
      *
      *    INCLUSAO: NUMERA O ACORDO, GRAVA O ACORDO ATIVO, FECHA AS  *
      *    MENSALIDADES VENCIDAS COMO RENEGOCIADAS (255) E GRAVA A    *
      *    ENTRADA (PARCELA 00, SE HOUVER) E AS PARCELAS (260).       *
      *---------------------------------------------------------------*
      *
           MOVE    WS00-CH-NU-ACORDO
                                   TO      NO-CHAVE.

           PERFORM 300-50-OBTEM-SEQUENCIA.

           MOVE    NU-SEQUENCIA    TO      ACD-NU-ACORDO.
           MOVE    NU-SEQUENCIA    TO      WS057-NU-ACORDO.

           MOVE    WS057-CO-ALUNO  TO      ACD-CO-ALUNO.
           MOVE    WS057-CO-CURSO  TO      ACD-CO-CURSO.
           MOVE    WS-DAT-ATU      TO      ACD-DT-ACORDO.
           MOVE    WS-QT-MENSALIDADES
                                   TO      ACD-QT-MENSALIDADES.
           MOVE    WS-VL-PRINCIPAL TO      ACD-VL-PRINCIPAL.
           MOVE    WS-VL-ENCARGOS  TO      ACD-VL-ENCARGOS.
           MOVE    WS-VL-DIVIDA    TO      ACD-VL-DIVIDA.
           MOVE    WS057-VL-ENTRADA
                                   TO      ACD-VL-ENTRADA.
           MOVE    WS057-QT-PARCELAS
                                   TO      ACD-QT-PARCELAS.
           MOVE    'A'             TO      ACD-IC-SITUACAO.
           MOVE    WS057-CO-OPERADOR
                                   TO      ACD-CO-OPERADOR.

           EXEC    SQL     INSERT

                   INTO    DB2.SAGTBS18_ACORDOS

                          ( NU_ACORDO       ,
                            CO_ALUNO        ,
                            CO_CURSO        ,
                            DT_ACORDO       ,
                            QT_MENSALIDADES ,
                            VL_PRINCIPAL    ,
                            VL_ENCARGOS     ,
                            VL_DIVIDA       ,
                            VL_ENTRADA      ,
                            QT_PARCELAS     ,
                            IC_SITUACAO     ,
                            CO_OPERADOR     )

                   VALUES (:ACD-NU-ACORDO       ,
                           :ACD-CO-ALUNO        ,
                           :ACD-CO-CURSO        ,
                           :ACD-DT-ACORDO       ,
                           :ACD-QT-MENSALIDADES ,
                           :ACD-VL-PRINCIPAL    ,
                           :ACD-VL-ENCARGOS     ,
                           :ACD-VL-DIVIDA       ,
                           :ACD-VL-ENTRADA      ,
                           :ACD-QT-PARCELAS     ,
                           :ACD-IC-SITUACAO     ,
                           :ACD-CO-OPERADOR     )

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'INSERT'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS18' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           PERFORM 255-00-RENEGOCIA-MENSALIDADES.

           IF      WS057-VL-ENTRADA
                                   GREATER ZEROS
                   MOVE    ZERO    TO      PAC-NU-PARCELA
                   MOVE    WS057-VL-ENTRADA
                                   TO      PAC-VL-PARCELA
                   MOVE    WS057-DT-VENC-ENTRADA
                                   TO      PAC-DT-VENCIMENTO
                   PERFORM 265-00-INSERT-PARCELA
           END-IF.

           PERFORM 260-00-GRAVA-PARCELA
                   VARYING WS-IX-PARC FROM 1 BY 1
                   UNTIL   WS-IX-PARC GREATER WS057-QT-PARCELAS.

           MOVE    'A'             TO      WS057-IC-SITUACAO.
      *
      *---------------------------------------------------------------*
       250-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       255-00-RENEGOCIA-MENSALIDADES SECTION.
      *---------------------------------------------------------------*
      *
      *    AS MENSALIDADES SOMADAS EM 215 PASSAM A RENEGOCIADAS ('R') *
      *    COM O NUMERO DO ACORDO. O TITULO JA REGISTRADO NO BANCO    *
      *    (REMETIDO OU CONFIRMADO) FICA COM A BAIXA SOLICITADA ('S') *
      *    PARA A PROXIMA REMESSA. SE A QUANTIDADE ATUALIZADA FOR     *
      *    DIFERENTE DA SOMADA (PAGAMENTO CONCORRENTE NO BALCAO OU    *
      *    PELO RETORNO BANCARIO), O ACORDO INTEIRO E DESFEITO.       *
      *---------------------------------------------------------------*
      *
           MOVE    WS057-CO-ALUNO  TO      MEN-CO-ALUNO.
           MOVE    WS057-CO-CURSO  TO      MEN-CO-CURSO.
           MOVE    ACD-NU-ACORDO   TO      MEN-NU-ACORDO.

           EXEC    SQL     UPDATE

                   DB2.SAGTBS10_MENSALIDADES

                   SET     IC_SITUACAO       = 'R'               ,
                           NU_ACORDO         = :MEN-NU-ACORDO    ,
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

                   WHERE   CO_ALUNO      = :MEN-CO-ALUNO
                   AND     CO_CURSO      = :MEN-CO-CURSO
                   AND     IC_SITUACAO   = 'A'
                   AND     DT_VENCIMENTO < CURRENT DATE

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000 AND +100
                   MOVE 'UPDATE'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS10' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           IF      SQLCODE     EQUAL       +100 OR
                   SQLERRD (3) NOT EQUAL   WS-QT-MENSALIDADES
                   EXEC    CICS    SYNCPOINT   ROLLBACK
                   END-EXEC
                   MOVE ZEROS      TO      WS057-NU-ACORDO
                   MOVE 01         TO      WS057-CD-RETORNO
                   MOVE WS-MSG-106 TO      WS057-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.
      *
      *---------------------------------------------------------------*
       255-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       260-00-GRAVA-PARCELA        SECTION.
      *---------------------------------------------------------------*
      *
           MOVE    WS-IX-PARC      TO      PAC-NU-PARCELA.
           MOVE    WS057-PC-VL-PARCELA (WS-IX-PARC)
                                   TO      PAC-VL-PARCELA.
           MOVE    WS057-PC-DT-VENCIMENTO (WS-IX-PARC)
                                   TO      PAC-DT-VENCIMENTO.

           PERFORM 265-00-INSERT-PARCELA.

           MOVE    'A'             TO      WS057-PC-IC-SITUACAO
                                                   (WS-IX-PARC).
      *
      *---------------------------------------------------------------*
       260-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       265-00-INSERT-PARCELA       SECTION.
      *---------------------------------------------------------------*
      *
      *    PARCELA EM ABERTO, AINDA NAO REMETIDA AO BANCO (NOSSO      *
      *    NUMERO ZERO E SITUACAO NO BANCO EM BRANCO): VAI NA PROXIMA *
      *    REMESSA DO SAGBB044 QUE COBRIR O SEU VENCIMENTO.           *
      *---------------------------------------------------------------*
      *
           MOVE    ACD-NU-ACORDO   TO      PAC-NU-ACORDO.
           MOVE    ACD-CO-ALUNO    TO      PAC-CO-ALUNO.
           MOVE    ACD-CO-CURSO    TO      PAC-CO-CURSO.
           MOVE    'A'             TO      PAC-IC-SITUACAO.

           EXEC    SQL     INSERT

                   INTO    DB2.SAGTBS19_PARCELAS_ACORDO

                          ( NU_ACORDO     ,
                            NU_PARCELA    ,
                            CO_ALUNO      ,
                            CO_CURSO      ,
                            VL_PARCELA    ,
                            DT_VENCIMENTO ,
                            IC_SITUACAO   )

                   VALUES (:PAC-NU-ACORDO     ,
                           :PAC-NU-PARCELA    ,
                           :PAC-CO-ALUNO      ,
                           :PAC-CO-CURSO      ,
                           :PAC-VL-PARCELA    ,
                           :PAC-DT-VENCIMENTO ,
                           :PAC-IC-SITUACAO   )

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'INSERT'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS19' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.
      *
      *---------------------------------------------------------------*
       265-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       280-00-CONSULTA-ACORDO      SECTION.
      *---------------------------------------------------------------*
      *
      *    DEVOLVE O ACORDO, A ENTRADA (PARCELA 00) E AS PARCELAS     *
      *    COM O VENCIMENTO, O VALOR E A SITUACAO DE CADA UMA.        *
      *---------------------------------------------------------------*
      *
           MOVE    WS057-NU-ACORDO TO      ACD-NU-ACORDO.

           EXEC    SQL

                   SELECT  CO_ALUNO        ,
                           CO_CURSO        ,
                           DT_ACORDO       ,
                           QT_MENSALIDADES ,
                           VL_PRINCIPAL    ,
                           VL_ENCARGOS     ,
                           VL_DIVIDA       ,
                           VL_ENTRADA      ,
                           QT_PARCELAS     ,
                           IC_SITUACAO

                   INTO   :ACD-CO-ALUNO        ,
                          :ACD-CO-CURSO        ,
                          :ACD-DT-ACORDO       ,
                          :ACD-QT-MENSALIDADES ,
                          :ACD-VL-PRINCIPAL    ,
                          :ACD-VL-ENCARGOS     ,
                          :ACD-VL-DIVIDA       ,
                          :ACD-VL-ENTRADA      ,
                          :ACD-QT-PARCELAS     ,
                          :ACD-IC-SITUACAO

                   FROM    DB2.SAGTBS18_ACORDOS

                   WHERE   NU_ACORDO = :ACD-NU-ACORDO

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   MOVE 01         TO      WS057-CD-RETORNO
                   MOVE WS-MSG-118 TO      WS057-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELECT'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS18' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           MOVE    ACD-CO-ALUNO    TO      WS057-CO-ALUNO.
           MOVE    ACD-CO-CURSO    TO      WS057-CO-CURSO.
           MOVE    ACD-DT-ACORDO   TO      WS057-DT-ACORDO.
           MOVE    ACD-QT-MENSALIDADES
                                   TO      WS057-QT-MENSALIDADES.
           MOVE    ACD-VL-PRINCIPAL
                                   TO      WS057-VL-PRINCIPAL.
           MOVE    ACD-VL-ENCARGOS TO      WS057-VL-ENCARGOS.
           MOVE    ACD-VL-DIVIDA   TO      WS057-VL-DIVIDA.
           MOVE    ACD-VL-ENTRADA  TO      WS057-VL-ENTRADA.
           MOVE    ACD-QT-PARCELAS TO      WS057-QT-PARCELAS.
           MOVE    ACD-IC-SITUACAO TO      WS057-IC-SITUACAO.
           MOVE    SPACES          TO      WS057-DT-VENC-ENTRADA.

           MOVE    ACD-CO-ALUNO    TO      CO-ALUNO.

           PERFORM 290-00-SELECT-ALUNO.

           EXEC    SQL

                   DECLARE C057PAC CURSOR FOR

                   SELECT  NU_PARCELA    ,
                           VL_PARCELA    ,
                           DT_VENCIMENTO ,
                           IC_SITUACAO

                   FROM    DB2.SAGTBS19_PARCELAS_ACORDO

                   WHERE   NU_ACORDO = :ACD-NU-ACORDO

                   ORDER BY NU_PARCELA

           END-EXEC.

           EXEC    SQL
                   OPEN    C057PAC
           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'OPNCUR'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS19' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           MOVE    'N'             TO      WS-SW-FIM-CURSOR.

           PERFORM 285-00-FETCH-C057PAC
                   UNTIL   WS-FIM-CURSOR.

           EXEC    SQL
                   CLOSE   C057PAC
           END-EXEC.
      *
      *---------------------------------------------------------------*
       280-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       285-00-FETCH-C057PAC        SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    SQL
                   FETCH   C057PAC

                   INTO   :PAC-NU-PARCELA    ,
                          :PAC-VL-PARCELA    ,
                          :PAC-DT-VENCIMENTO ,
                          :PAC-IC-SITUACAO

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   MOVE 'S'        TO      WS-SW-FIM-CURSOR
                   GO   TO         285-99-EXIT
           END-IF.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'FETCH'    TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS19' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           IF      PAC-NU-PARCELA  EQUAL   ZERO
                   MOVE PAC-DT-VENCIMENTO
                                   TO      WS057-DT-VENC-ENTRADA
                   GO   TO         285-99-EXIT
           END-IF.

           IF      PAC-NU-PARCELA  GREATER WS-QT-MAX-PARC
                   GO   TO         285-99-EXIT
           END-IF.

           MOVE    PAC-NU-PARCELA  TO      WS-IX-PARC.

           MOVE    PAC-DT-VENCIMENTO
                                   TO      WS057-PC-DT-VENCIMENTO
                                                   (WS-IX-PARC).
           MOVE    PAC-VL-PARCELA  TO      WS057-PC-VL-PARCELA
                                                   (WS-IX-PARC).
           MOVE    PAC-IC-SITUACAO TO      WS057-PC-IC-SITUACAO
                                                   (WS-IX-PARC).
      *
      *---------------------------------------------------------------*
       285-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       290-00-SELECT-ALUNO         SECTION.
      *---------------------------------------------------------------*
      *
      *    NOME DO ALUNO (CO-ALUNO) PARA A COMMAREA.                  *
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

           MOVE    NO-ALUNO        TO      WS057-NO-ALUNO.
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

           MOVE    WS-MSG-099      TO      WS057-MENSAGEM.

           MOVE    97              TO      WS057-CD-RETORNO.

           EXEC    CICS    SYNCPOINT   ROLLBACK

           END-EXEC.

           PERFORM 999-00-PROCED-FINAIS.
      *
      *---------------------------------------------------------------*
       995-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       996-00-ABEND-SUB            SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    CICS    SYNCPOINT   ROLLBACK

           END-EXEC.

           MOVE    WS-MSG-096      TO      WS057-MENSAGEM.

           MOVE    96              TO      WS057-CD-RETORNO.

           PERFORM 999-00-PROCED-FINAIS.
      *
      *---------------------------------------------------------------*
       996-99-EXIT.
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

           MOVE    WS-MSG-097      TO      WS057-MENSAGEM.

           MOVE    99              TO      WS057-CD-RETORNO.

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

           MOVE    WS-MSG-098      TO      WS057-MENSAGEM.

           MOVE    98              TO      WS057-CD-RETORNO.

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
           MOVE    WS057-COMMAREA  TO      DFHCOMMAREA.

           EXEC    CICS    RETURN

           END-EXEC.
      *
      *---------------------------------------------------------------*
       999-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      *---------------------------------------------------------------*
      *                  FIM DO PROGRAMA - SAGBB057                   *
      *---------------------------------------------------------------*
