      *===============================================================*
      *                                                               *
      *   ULISSES & MORAES INFORMATICA S/C LTDA                       *
      *                                                               *
      *   BOOK          : SAGTBS22 (DCLGEN)                           *
      *   TABELA DB2    : DB2.SAGTBS22_RPS                            *
      *   OBJETIVO      : RPS (RECIBOS PROVISORIOS DE SERVICOS)       *
      *                   ENVIADOS A PREFEITURA PARA EMISSAO DA NFS-E *
      *                   DAS MENSALIDADES PAGAS: UMA LINHA POR RPS   *
      *                   GERADO NO ARQUIVO DE RPS (SAGBB060), COM O  *
      *                   NUMERO DA CHAVE NU_RPS DE SAGTBS00_CONTROLE,*
      *                   A MENSALIDADE E O VALOR DO SERVICO. O       *
      *                   RETORNO DA PREFEITURA (SAGBB061) GRAVA A    *
      *                   NFS-E EMITIDA OU O MOTIVO DA REJEICAO. O    *
      *                   RPS REJEITADO E MANTIDO; A MENSALIDADE E    *
      *                   REENVIADA COM UM NOVO RPS                   *
      *                                                               *
      *   OBSERVACAO    : ITENS COM O PREFIXO RPS- PARA NAO COLIDIR   *
      *                   COM OS HOST-VARIABLES DAS DEMAIS BOOKS      *
      *---------------------------------------------------------------*
      *   HISTORICO DE ALTERACOES                                     *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : CRIACAO - DESENVOLVIMENTO                     *
      *===============================================================*
      *
      *    EXEC SQL DECLARE SAGTBS22_RPS TABLE
      *    ( NU_RPS             INTEGER        NOT NULL,
      *      CO_ALUNO           INTEGER        NOT NULL,
      *      CO_CURSO           INTEGER        NOT NULL,
      *      NU_COMPETENCIA     INTEGER        NOT NULL,
      *      DT_GERACAO         DATE           NOT NULL,
      *      VL_SERVICO         DECIMAL(7,2)   NOT NULL,
      *      IC_SITUACAO        CHAR(01)       NOT NULL,
      *      DT_RETORNO         DATE                    ,
      *      NU_NFSE            DECIMAL(15,0)  NOT NULL WITH DEFAULT,
      *      CO_VERIFICACAO     CHAR(08)       NOT NULL WITH DEFAULT,
      *      DT_EMISSAO_NFSE    DATE                    ,
      *      CO_ERRO            CHAR(04)       NOT NULL WITH DEFAULT,
      *      DS_ERRO            CHAR(80)       NOT NULL WITH DEFAULT)
      *    END-EXEC.
      *
      *        --- CHAVE: NU_RPS --------------------------------------
      *        --- INDICE: CO_ALUNO + CO_CURSO + NU_COMPETENCIA -------
      *        --- DOMINIO DE IC_SITUACAO -----------------------------
      *        G = GERADO (ENVIADO, AGUARDANDO O RETORNO)             *
      *        E = NFS-E EMITIDA (NU_NFSE/CO_VERIFICACAO)             *
      *        R = REJEITADO PELA PREFEITURA (CO_ERRO/DS_ERRO)        *
      *        --- DT_RETORNO/DT_EMISSAO_NFSE NULOS ENQUANTO 'G' ------
      *---------------------------------------------------------------*
      *
       01          DCLSAGTBS22-RPS.
           03      RPS-NU-RPS              PIC     S9(009) COMP.
           03      RPS-CO-ALUNO            PIC     S9(009) COMP.
           03      RPS-CO-CURSO            PIC     S9(009) COMP.
           03      RPS-NU-COMPETENCIA      PIC     S9(009) COMP.
           03      RPS-DT-GERACAO          PIC     X(010).
           03      RPS-VL-SERVICO          PIC     S9(005)V9(002)
                                                           COMP-3.
           03      RPS-IC-SITUACAO         PIC     X(001).
             88    RPS-GERADO                         VALUE 'G'.
             88    RPS-NFSE-EMITIDA                   VALUE 'E'.
             88    RPS-REJEITADO                      VALUE 'R'.
           03      RPS-DT-RETORNO          PIC     X(010).
           03      RPS-NU-NFSE             PIC     S9(015) COMP-3.
           03      RPS-CO-VERIFICACAO      PIC     X(008).
           03      RPS-DT-EMISSAO-NFSE     PIC     X(010).
           03      RPS-CO-ERRO             PIC     X(004).
           03      RPS-DS-ERRO             PIC     X(080).
      *
      *===============================================================*
