      *===============================================================*
      *                                                               *
      *   ULISSES & MORAES INFORMATICA S/C LTDA                       *
      *                                                               *
      *   BOOK          : SAGTBS24 (DCLGEN)                           *
      *   TABELA DB2    : DB2.SAGTBS24_TURMA_DOCENTE                  *
      *   OBJETIVO      : ATRIBUICAO DE DOCENTES (SAGTBS23) AS TURMAS *
      *                   (SAGTBS06) POR UM PERIODO DE DATAS DENTRO   *
      *                   DAS DATAS DA TURMA. UMA TURMA PODE TER UM   *
      *                   OU MAIS DOCENTES. O DOCENTE NAO PODE TER    *
      *                   DUAS ATRIBUICOES ATIVAS EM TURMAS ATIVAS DO *
      *                   MESMO PERIODO (TURNO IC_PERIODO) COM DATAS  *
      *                   SOBREPOSTAS. MANTIDA PELA TRANSACAO         *
      *                   SAGBB063; CONSULTADA PELO LANCAMENTO DE     *
      *                   NOTAS E FALTAS (SAGBB047), PELA APURACAO    *
      *                   (SAGBB048) E PELOS DOCUMENTOS (SAGBB050)    *
      *                                                               *
      *   OBSERVACAO    : ITENS COM O PREFIXO TDO- PARA NAO COLIDIR   *
      *                   COM OS HOST-VARIABLES DAS DEMAIS BOOKS      *
      *---------------------------------------------------------------*
      *   HISTORICO DE ALTERACOES                                     *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : CRIACAO - DESENVOLVIMENTO                     *
      *===============================================================*
      *
      *    EXEC SQL DECLARE SAGTBS24_TURMA_DOCENTE TABLE
      *    ( CO_CURSO           INTEGER        NOT NULL,
      *      CO_TURMA           INTEGER        NOT NULL,
      *      CO_DOCENTE         INTEGER        NOT NULL,
      *      DT_INICIO          DATE           NOT NULL,
      *      DT_FIM             DATE           NOT NULL,
      *      IC_SITUACAO        CHAR(01)       NOT NULL,
      *      DT_ATRIBUICAO      DATE           NOT NULL,
      *      CO_OPERADOR        CHAR(08)       NOT NULL )
      *    END-EXEC.
      *
      *        --- CHAVE: CO_CURSO + CO_TURMA + CO_DOCENTE + ----------
      *        ---        DT_INICIO -----------------------------------
      *        --- INDICE: CO_DOCENTE + DT_INICIO ---------------------
      *        --- DOMINIO DE IC_SITUACAO -----------------------------
      *        A = ATIVA / C = CANCELADA (SAGBB063)                   *
      *---------------------------------------------------------------*
      *
       01          DCLSAGTBS24-TURMA-DOCENTE.
           03      TDO-CO-CURSO            PIC     S9(009) COMP.
           03      TDO-CO-TURMA            PIC     S9(009) COMP.
           03      TDO-CO-DOCENTE          PIC     S9(009) COMP.
           03      TDO-DT-INICIO           PIC     X(010).
           03      TDO-DT-FIM              PIC     X(010).
           03      TDO-IC-SITUACAO         PIC     X(001).
             88    TDO-ATRIBUICAO-ATIVA               VALUE 'A'.
             88    TDO-ATRIBUICAO-CANCELADA           VALUE 'C'.
           03      TDO-DT-ATRIBUICAO       PIC     X(010).
           03      TDO-CO-OPERADOR         PIC     X(008).
      *
      *===============================================================*
