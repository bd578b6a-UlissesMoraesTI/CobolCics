      *===============================================================*
      *                                                               *
      *   ULISSES & MORAES INFORMATICA S/C LTDA                       *
      *                                                               *
      *   BOOK          : SAGTBS18 (DCLGEN)                           *
      *   TABELA DB2    : DB2.SAGTBS18_ACORDOS                        *
      *   OBJETIVO      : ACORDOS DE PARCELAMENTO (RENEGOCIACAO) DAS  *
      *                   MENSALIDADES VENCIDAS DE UMA MATRICULA      *
      *                   (ALUNO/CURSO), FECHADOS PELA TRANSACAO      *
      *                   SAGBB057: NUMERO DO ACORDO (CHAVE           *
      *                   NU_ACORDO DE SAGTBS00_CONTROLE), DIVIDA     *
      *                   RENEGOCIADA (PRINCIPAL + ENCARGOS ATE A     *
      *                   DATA DO ACORDO), ENTRADA E QUANTIDADE DE    *
      *                   PARCELAS. AS PARCELAS FICAM EM SAGTBS19 E   *
      *                   AS MENSALIDADES RENEGOCIADAS FICAM COM A    *
      *                   SITUACAO 'R' E O NU_ACORDO EM SAGTBS10      *
      *                                                               *
      *   OBSERVACAO    : ITENS COM O PREFIXO ACD- PARA NAO COLIDIR   *
      *                   COM OS HOST-VARIABLES DAS DEMAIS BOOKS      *
      *---------------------------------------------------------------*
      *   HISTORICO DE ALTERACOES                                     *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : CRIACAO - DESENVOLVIMENTO                     *
      *===============================================================*
      *
      *    EXEC SQL DECLARE SAGTBS18_ACORDOS TABLE
      *    ( NU_ACORDO          INTEGER        NOT NULL,
      *      CO_ALUNO           INTEGER        NOT NULL,
      *      CO_CURSO           INTEGER        NOT NULL,
      *      DT_ACORDO          DATE           NOT NULL,
      *      QT_MENSALIDADES    SMALLINT       NOT NULL,
      *      VL_PRINCIPAL       DECIMAL(9,2)   NOT NULL,
      *      VL_ENCARGOS        DECIMAL(9,2)   NOT NULL,
      *      VL_DIVIDA          DECIMAL(9,2)   NOT NULL,
      *      VL_ENTRADA         DECIMAL(9,2)   NOT NULL,
      *      QT_PARCELAS        SMALLINT       NOT NULL,
      *      IC_SITUACAO        CHAR(01)       NOT NULL,
      *      CO_OPERADOR        CHAR(08)       NOT NULL,
      *      DT_SITUACAO        DATE                    )
      *    END-EXEC.
      *
      *        --- CHAVE: NU_ACORDO -----------------------------------
      *        --- VL_DIVIDA = VL_PRINCIPAL + VL_ENCARGOS -------------
      *        --- VL_DIVIDA = VL_ENTRADA + SOMA DAS PARCELAS ---------
      *        --- DOMINIO DE IC_SITUACAO -----------------------------
      *        A = ATIVO / Q = QUITADO (TODAS AS PARCELAS PAGAS)      *
      *        R = ROMPIDO (PARCELA ATRASADA ALEM DO PRAZO - SAGBB058)*
      *        --- DT_SITUACAO: DATA DA QUITACAO OU DO ROMPIMENTO, ----
      *        --- NULA ENQUANTO 'A' ----------------------------------
      *---------------------------------------------------------------*
      *
       01          DCLSAGTBS18-ACORDOS.
           03      ACD-NU-ACORDO           PIC     S9(009) COMP.
           03      ACD-CO-ALUNO            PIC     S9(009) COMP.
           03      ACD-CO-CURSO            PIC     S9(009) COMP.
           03      ACD-DT-ACORDO           PIC     X(010).
           03      ACD-QT-MENSALIDADES     PIC     S9(004) COMP.
           03      ACD-VL-PRINCIPAL        PIC     S9(007)V9(002)
                                                           COMP-3.
           03      ACD-VL-ENCARGOS         PIC     S9(007)V9(002)
                                                           COMP-3.
           03      ACD-VL-DIVIDA           PIC     S9(007)V9(002)
                                                           COMP-3.
           03      ACD-VL-ENTRADA          PIC     S9(007)V9(002)
                                                           COMP-3.
           03      ACD-QT-PARCELAS         PIC     S9(004) COMP.
           03      ACD-IC-SITUACAO         PIC     X(001).
             88    ACD-ACORDO-ATIVO                   VALUE 'A'.
             88    ACD-ACORDO-QUITADO                 VALUE 'Q'.
             88    ACD-ACORDO-ROMPIDO                 VALUE 'R'.
           03      ACD-CO-OPERADOR         PIC     X(008).
           03      ACD-DT-SITUACAO         PIC     X(010).
      *
      *===============================================================*
