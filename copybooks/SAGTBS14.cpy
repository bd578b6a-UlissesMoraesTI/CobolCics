      *===============================================================*
      *                                                               *
      *   ULISSES & MORAES INFORMATICA S/C LTDA                       *
      *                                                               *
      *   BOOK          : SAGTBS14 (DCLGEN)                           *
      *   TABELA DB2    : DB2.SAGTBS14_DESCONTOS                      *
      *   OBJETIVO      : BOLSAS E DESCONTOS CONCEDIDOS NA MATRICULA  *
      *                   DO ALUNO NO CURSO (MESMA CHAVE ALUNO/CURSO  *
      *                   DA MENSALIDADE, PRESERVADA NA TRANSFERENCIA *
      *                   DE TURMA). CADA LINHA TEM O TIPO, A FORMA   *
      *                   (PERCENTUAL OU VALOR FIXO), A VIGENCIA POR  *
      *                   COMPETENCIA (AAAAMM) E O OPERADOR QUE       *
      *                   CONCEDEU. MANTIDA PELA TRANSACAO SAGBB054 E *
      *                   APLICADA NA GERACAO MENSAL (SAGBB043), QUE  *
      *                   MARCA COMO EXPIRADOS OS DESCONTOS VENCIDOS  *
      *                                                               *
      *   OBSERVACAO    : ITENS COM O PREFIXO DSC- PARA NAO COLIDIR   *
      *                   COM OS HOST-VARIABLES DAS DEMAIS BOOKS      *
      *---------------------------------------------------------------*
      *   HISTORICO DE ALTERACOES                                     *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : CRIACAO - DESENVOLVIMENTO                     *
      *===============================================================*
      *
      *    EXEC SQL DECLARE SAGTBS14_DESCONTOS TABLE
      *    ( CO_ALUNO           INTEGER        NOT NULL,
      *      CO_CURSO           INTEGER        NOT NULL,
      *      NU_DESCONTO        SMALLINT       NOT NULL,
      *      TP_DESCONTO        CHAR(01)       NOT NULL,
      *      IC_FORMA           CHAR(01)       NOT NULL,
      *      PC_DESCONTO        DECIMAL(5,2)   NOT NULL,
      *      VL_DESCONTO        DECIMAL(7,2)   NOT NULL,
      *      NU_COMPET_INICIO   INTEGER        NOT NULL,
      *      NU_COMPET_FIM      INTEGER        NOT NULL,
      *      CO_OPERADOR        CHAR(08)       NOT NULL,
      *      DT_CONCESSAO       DATE           NOT NULL,
      *      IC_SITUACAO        CHAR(01)       NOT NULL )
      *    END-EXEC.
      *
      *        --- DOMINIO DE TP_DESCONTO -----------------------------
      *        B = BOLSA DE ESTUDO / I = DESCONTO IRMAOS /            *
      *        F = DESCONTO FUNCIONARIO / P = PONTUALIDADE /          *
      *        O = OUTROS                                             *
      *        --- DOMINIO DE IC_FORMA --------------------------------
      *        P = PERCENTUAL (PC_DESCONTO, VL_DESCONTO ZERO)         *
      *        V = VALOR FIXO (VL_DESCONTO, PC_DESCONTO ZERO)         *
      *        --- DOMINIO DE IC_SITUACAO -----------------------------
      *        A = ATIVO / C = CANCELADO (SAGBB054) /                 *
      *        E = EXPIRADO (VIGENCIA ENCERRADA - SAGBB043)           *
      *        --- VIGENCIA: NU_COMPET_INICIO A NU_COMPET_FIM --------
      *        --- (AAAAMM, INCLUSIVE NAS DUAS PONTAS)        --------
      *---------------------------------------------------------------*
      *
       01          DCLSAGTBS14-DESCONTOS.
           03      DSC-CO-ALUNO            PIC     S9(009) COMP.
           03      DSC-CO-CURSO            PIC     S9(009) COMP.
           03      DSC-NU-DESCONTO         PIC     S9(004) COMP.
           03      DSC-TP-DESCONTO         PIC     X(001).
             88    DSC-TIPO-VALIDO                    VALUE 'B' 'I'
                                                            'F' 'P'
                                                            'O'.
           03      DSC-IC-FORMA            PIC     X(001).
             88    DSC-FORMA-PERCENTUAL               VALUE 'P'.
             88    DSC-FORMA-VALOR                    VALUE 'V'.
           03      DSC-PC-DESCONTO         PIC     S9(003)V9(002)
                                                           COMP-3.
           03      DSC-VL-DESCONTO         PIC     S9(005)V9(002)
                                                           COMP-3.
           03      DSC-NU-COMPET-INICIO    PIC     S9(009) COMP.
           03      DSC-NU-COMPET-FIM       PIC     S9(009) COMP.
           03      DSC-CO-OPERADOR         PIC     X(008).
           03      DSC-DT-CONCESSAO        PIC     X(010).
           03      DSC-IC-SITUACAO         PIC     X(001).
             88    DSC-DESCONTO-ATIVO                 VALUE 'A'.
             88    DSC-DESCONTO-CANCELADO             VALUE 'C'.
             88    DSC-DESCONTO-EXPIRADO              VALUE 'E'.
      *
      *===============================================================*
