      *===============================================================*
      *                                                               *
      *   ULISSES & MORAES INFORMATICA S/C LTDA                       *
      *                                                               *
      *   BOOK          : SAGTBS23 (DCLGEN)                           *
      *   TABELA DB2    : DB2.SAGTBS23_DOCENTES                       *
      *   OBJETIVO      : CADASTRO DE DOCENTES (PROFESSORES): CPF,    *
      *                   NOME, TITULACAO, FORMACAO/QUALIFICACOES E   *
      *                   SITUACAO. CO_DOCENTE E NUMERADO PELA CHAVE  *
      *                   CO_DOCENTE DE SAGTBS00_CONTROLE. O DOCENTE  *
      *                   E VINCULADO AO SEU OPERADOR DO SISAG        *
      *                   (CO_OPERADOR DE SAGTBS08), QUE E QUEM PODE  *
      *                   LANCAR NOTAS E FALTAS (SAGBB047) NAS TURMAS *
      *                   ATRIBUIDAS AO DOCENTE (SAGTBS24). MANTIDA   *
      *                   PELA TRANSACAO SAGBB062                     *
      *                                                               *
      *   OBSERVACAO    : ITENS COM O PREFIXO DOC- PARA NAO COLIDIR   *
      *                   COM OS HOST-VARIABLES DAS DEMAIS BOOKS      *
      *---------------------------------------------------------------*
      *   HISTORICO DE ALTERACOES                                     *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : CRIACAO - DESENVOLVIMENTO                     *
      *===============================================================*
      *
      *    EXEC SQL DECLARE SAGTBS23_DOCENTES TABLE
      *    ( CO_DOCENTE         INTEGER        NOT NULL,
      *      NU_CPF             DECIMAL(11,0)  NOT NULL,
      *      NO_DOCENTE         CHAR(60)       NOT NULL,
      *      IC_TITULACAO       CHAR(01)       NOT NULL,
      *      DS_FORMACAO        CHAR(100)      NOT NULL WITH DEFAULT,
      *      CO_OPERADOR        CHAR(08)       NOT NULL WITH DEFAULT,
      *      IC_SITUACAO        CHAR(01)       NOT NULL,
      *      DT_INCLUSAO        DATE           NOT NULL,
      *      DT_ALTERACAO       DATE                    )
      *    END-EXEC.
      *
      *        --- CHAVE: CO_DOCENTE ----------------------------------
      *        --- INDICE UNICO: NU_CPF -------------------------------
      *        --- INDICE: CO_OPERADOR (NAO UNICO: OS DOCENTES SEM ----
      *        --- ACESSO TEM CO_OPERADOR EM BRANCO). O OPERADOR -----
      *        --- NAO BRANCO DE UM SO DOCENTE E GARANTIDO PELA ------
      *        --- TRANSACAO SAGBB062 (115-00) -----------------------
      *        --- DOMINIO DE IC_TITULACAO ----------------------------
      *        G = GRADUACAO / E = ESPECIALIZACAO / M = MESTRADO /    *
      *        D = DOUTORADO                                          *
      *        --- DOMINIO DE IC_SITUACAO -----------------------------
      *        A = ATIVO / I = INATIVO                                *
      *        --- CO_OPERADOR EM BRANCO = DOCENTE SEM ACESSO AO SISAG
      *---------------------------------------------------------------*
      *
       01          DCLSAGTBS23-DOCENTES.
           03      DOC-CO-DOCENTE          PIC     S9(009) COMP.
           03      DOC-NU-CPF              PIC     S9(011) COMP-3.
           03      DOC-NO-DOCENTE          PIC     X(060).
           03      DOC-IC-TITULACAO        PIC     X(001).
             88    DOC-TITULACAO-VALIDA               VALUE 'G' 'E'
                                                            'M' 'D'.
           03      DOC-DS-FORMACAO         PIC     X(100).
           03      DOC-CO-OPERADOR         PIC     X(008).
           03      DOC-IC-SITUACAO         PIC     X(001).
             88    DOC-DOCENTE-ATIVO                  VALUE 'A'.
             88    DOC-DOCENTE-INATIVO                VALUE 'I'.
           03      DOC-DT-INCLUSAO         PIC     X(010).
           03      DOC-DT-ALTERACAO        PIC     X(010).
      *
      *===============================================================*
