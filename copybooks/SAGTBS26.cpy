      *===============================================================*
      *                                                               *
      *   ULISSES & MORAES INFORMATICA S/C LTDA                       *
      *                                                               *
      *   BOOK          : SAGTBS26 (DCLGEN)                           *
      *   TABELA DB2    : DB2.SAGTBS26_RISCO_EVASAO                   *
      *   OBJETIVO      : HISTORICO SEMANAL DA PONTUACAO DE RISCO DE  *
      *                   EVASAO DAS MATRICULAS ATIVAS (SAGBB065): UMA*
      *                   LINHA POR ALUNO/CURSO E DATA DE APURACAO,   *
      *                   COM A TURMA, A PONTUACAO E OS VALORES DE    *
      *                   CADA FATOR. A CHAVE POR ALUNO/CURSO MANTEM  *
      *                   A SERIE NA TRANSFERENCIA DE TURMA. A        *
      *                   APURACAO ANTERIOR E A BASE DA VARIACAO      *
      *                   SEMANAL DO RELATORIO                        *
      *                                                               *
      *   OBSERVACAO    : ITENS COM O PREFIXO RSC- PARA NAO COLIDIR   *
      *                   COM OS HOST-VARIABLES DAS DEMAIS BOOKS      *
      *---------------------------------------------------------------*
      *   HISTORICO DE ALTERACOES                                     *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : CRIACAO - DESENVOLVIMENTO                     *
      *===============================================================*
      *
      *    EXEC SQL DECLARE SAGTBS26_RISCO_EVASAO TABLE
      *    ( CO_ALUNO           INTEGER        NOT NULL,
      *      CO_CURSO           INTEGER        NOT NULL,
      *      DT_APURACAO        DATE           NOT NULL,
      *      CO_TURMA           INTEGER        NOT NULL,
      *      NU_PONTUACAO       SMALLINT       NOT NULL,
      *      PC_FALTAS          DECIMAL(5,2)   NOT NULL,
      *      NU_MEDIA           DECIMAL(4,2)            ,
      *      QT_MENS_VENCIDAS   SMALLINT       NOT NULL,
      *      QT_MOVIMENTOS      SMALLINT       NOT NULL,
      *      IC_ACOMPANHAMENTO  CHAR(01)       NOT NULL )
      *    END-EXEC.
      *
      *        --- CHAVE: CO_ALUNO + CO_CURSO + DT_APURACAO -----------
      *        --- NU_MEDIA NULA QUANDO NAO HA NOTA LANCADA -----------
      *        --- DOMINIO DE IC_ACOMPANHAMENTO -----------------------
      *        S = PONTUACAO NO CORTE OU ACIMA (ARQUIVO SAGEVA01)     *
      *        N = ABAIXO DO CORTE                                    *
      *---------------------------------------------------------------*
      *
       01          DCLSAGTBS26-RISCO-EVASAO.
           03      RSC-CO-ALUNO            PIC     S9(009) COMP.
           03      RSC-CO-CURSO            PIC     S9(009) COMP.
           03      RSC-DT-APURACAO         PIC     X(010).
           03      RSC-CO-TURMA            PIC     S9(009) COMP.
           03      RSC-NU-PONTUACAO        PIC     S9(004) COMP.
           03      RSC-PC-FALTAS           PIC     S9(003)V9(002)
                                                           COMP-3.
           03      RSC-NU-MEDIA            PIC     S9(002)V9(002)
                                                           COMP-3.
           03      RSC-QT-MENS-VENCIDAS    PIC     S9(004) COMP.
           03      RSC-QT-MOVIMENTOS       PIC     S9(004) COMP.
           03      RSC-IC-ACOMPANHAMENTO   PIC     X(001).
             88    RSC-EM-ACOMPANHAMENTO              VALUE 'S'.
      *
      *===============================================================*
