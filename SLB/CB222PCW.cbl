       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB222PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Coleta de ocupacao de disco da empresa       *
                      *                                               *
                      *  Roda ao final da janela noturna (CB074PCW e  *
                      *  CB144PCW, ja no diretorio da empresa): mede  *
                      *  cada arquivo do catalogo CBCRAR - fixo,      *
                      *  mensal, anual ou por estacao - e grava no    *
                      *  CBCRHI o tamanho fisico (dados + indice) e a *
                      *  quantidade de registros, contada no          *
                      *  movimento e logs principais e estimada pelo  *
                      *  tamanho do registro nos demais               *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBCRARSL.
       COPY CBCRHISL.
       COPY CBMVMSSL.
       COPY CBLNAUSL.
       COPY CBMVLGSL.
       COPY CBSHIPSL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBCRARFD.
       COPY CBCRHIFD.
       COPY CBMVMSFD.
       COPY CBLNAUFD.
       COPY CBMVLGFD.
       COPY CBSHIPFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 HOJE                     PIC  9(008) VALUE 0.
           05 FILLER REDEFINES HOJE.
              10 HOJE-AAAA             PIC  9(004).
              10 FILLER                PIC  9(004).
           05 AGORA                    PIC  9(008) VALUE 0.
           05 ANOS-RETROATIVOS         PIC  9(002) VALUE 20.
           05 ULTIMA-ESTACAO           PIC  9(006) VALUE 999.
           05 ANO                      PIC  9(004) VALUE 0.
           05 MES                      PIC  9(002) VALUE 0.
           05 ESTACAO                  PIC  9(006) VALUE 0.
           05 NOME-FISICO              PIC  X(050) VALUE SPACES.
           05 NOME-INDICE              PIC  X(050) VALUE SPACES.
           05 DETALHE-ARQUIVO.
              10 DETALHE-TAMANHO       PIC  9(018) COMP.
              10 FILLER                PIC  X(008).
           05 BYTES-DADOS              PIC  9(015) VALUE 0.
           05 QT-FISICOS               PIC  9(005) VALUE 0.
           05 REGISTROS                PIC  9(011) VALUE 0.
           05 TAMANHO                  PIC  9(015) VALUE 0.
           05 CONTAGEM                 PIC  X(001) VALUE SPACE.
           05 TOTAL-FISICOS            PIC  9(005) VALUE 0.
           05 TOTAL-REGISTROS          PIC  9(011) VALUE 0.
           05 TOTAL-TAMANHO            PIC  9(015) VALUE 0.
           05 TOTAL-CONTAGEM           PIC  X(001) VALUE SPACE.
           05 TOTAL-MB                 PIC  ZZZ.ZZZ.ZZ9,9.
           05 QT-MEDIDOS               PIC  9(004) VALUE 0.
           05 I                        PIC  9(004) VALUE 0.
           05 CATALOGO-INICIAL.
              10 F PIC X(025) VALUE "CBACORCBACOR      FC00096".
              10 F PIC X(030) VALUE "Parcelamentos e acordos       ".
              10 F PIC X(025) VALUE "CBADIACBADIA      FC00105".
              10 F PIC X(030) VALUE "Adiantamentos                 ".
              10 F PIC X(025) VALUE "CBADILCBADIL      FC00037".
              10 F PIC X(030) VALUE "Prestacao de contas adiantam. ".
              10 F PIC X(025) VALUE "CBAGL CBAGL       FL00061".
              10 F PIC X(030) VALUE "Log da janela noturna         ".
              10 F PIC X(025) VALUE "CBAGN CBAGN       FC00052".
              10 F PIC X(030) VALUE "Agenda de execucao noturna    ".
              10 F PIC X(025) VALUE "CBALIACBALIA      FC00034".
              10 F PIC X(030) VALUE "Apelidos de contas externas   ".
              10 F PIC X(025) VALUE "CBALLGCBALLG      FL00068".
              10 F PIC X(030) VALUE "Log de alertas disparados     ".
              10 F PIC X(025) VALUE "CBALRUCBALRU      FC00061".
              10 F PIC X(030) VALUE "Regras de alerta de saldos    ".
              10 F PIC X(025) VALUE "CBANRECBANRE      FC00089".
              10 F PIC X(030) VALUE "Revisao analitica do balancete".
              10 F PIC X(025) VALUE "CBAPLICBAPLI      FC00106".
              10 F PIC X(030) VALUE "Aplicacoes financeiras        ".
              10 F PIC X(025) VALUE "CBARRECBARRE      FC00154".
              10 F PIC X(030) VALUE "Contratos de arrendamento     ".
              10 F PIC X(025) VALUE "CBATIVCBATIV      FC00104".
              10 F PIC X(030) VALUE "Cadastro do ativo imobilizado ".
              10 F PIC X(025) VALUE "CBBAHICBBAHI      AM00075".
              10 F PIC X(030) VALUE "Historico de BACs arquivados  ".
              10 F PIC X(025) VALUE "CBBISQCBBISQ      FC00086".
              10 F PIC X(030) VALUE "Cargas do extrato BI          ".
              10 F PIC X(025) VALUE "CBCACCCBCACC      FC00051".
              10 F PIC X(030) VALUE "Cadastro de centros de custos ".
              10 F PIC X(025) VALUE "CBCACOCBCACO      FC00033".
              10 F PIC X(030) VALUE "Orcamento por centro de custo ".
              10 F PIC X(025) VALUE "CBCAHICBCAHI      FC00035".
              10 F PIC X(030) VALUE "Cadastro de historicos        ".
              10 F PIC X(025) VALUE "CBCALECBCALE      FC00038".
              10 F PIC X(030) VALUE "Calendario de feriados        ".
              10 F PIC X(025) VALUE "CBCAPXCBCAPX      FC00104".
              10 F PIC X(030) VALUE "Projetos de investimento      ".
              10 F PIC X(025) VALUE "CBCCDECBCCDE      FC00156".
              10 F PIC X(030) VALUE "Despesas do cartao corporativo".
              10 F PIC X(025) VALUE "CBCCPOCBCCPO      FC00093".
              10 F PIC X(030) VALUE "Portadores cartao corporativo ".
              10 F PIC X(025) VALUE "CBCESICBCESI      FC00071".
              10 F PIC X(030) VALUE "Cenarios de simulacao         ".
              10 F PIC X(025) VALUE "CBCHEQCBCHEQ      FC00089".
              10 F PIC X(030) VALUE "Cheques emitidos              ".
              10 F PIC X(025) VALUE "CBCIAPCBCIAP      FC00069".
              10 F PIC X(030) VALUE "Controle de credito ICMS CIAP ".
              10 F PIC X(025) VALUE "CBCIMVCBCIMV      FC00067".
              10 F PIC X(030) VALUE "Movimento mensal do CIAP      ".
              10 F PIC X(025) VALUE "CBCIRCCBCIRC      FC00067".
              10 F PIC X(030) VALUE "Circularizacao de saldos      ".
              10 F PIC X(025) VALUE "CBCLCUCBCLCU      FC00053".
              10 F PIC X(030) VALUE "Classificacao custos fixo/var ".
              10 F PIC X(025) VALUE "CBCMCLCBCMCL      FC00024".
              10 F PIC X(030) VALUE "Classes com correcao monetaria".
              10 F PIC X(025) VALUE "CBCOBACBCOBA      FC00243".
              10 F PIC X(030) VALUE "Controle de BACs              ".
              10 F PIC X(025) VALUE "CBCOBPCBCOBP      FC00082".
              10 F PIC X(030) VALUE "Carteiras de cobranca         ".
              10 F PIC X(025) VALUE "CBCOBRCBCOBR      FC00050".
              10 F PIC X(030) VALUE "Titulos em cobranca registrada".
              10 F PIC X(025) VALUE "CBCOHICBCOHI      FC00006".
              10 F PIC X(030) VALUE "Contador de historicos        ".
              10 F PIC X(025) VALUE "CBCOLGCBCOLG      FC00042".
              10 F PIC X(030) VALUE "Saldos do ledger paralelo     ".
              10 F PIC X(025) VALUE "CBCOMDCBCOMD.DAT  FC00019".
              10 F PIC X(030) VALUE "Controle de moedas            ".
              10 F PIC X(025) VALUE "CBCOMSCBCOMS      FC00006".
              10 F PIC X(030) VALUE "Controle de meses             ".
              10 F PIC X(025) VALUE "CBCORECBCORE      FC00061".
              10 F PIC X(030) VALUE "Conciliacoes de contas        ".
              10 F PIC X(025) VALUE "CBCORICBCORI      FC00059".
              10 F PIC X(030) VALUE "Itens das conciliacoes        ".
              10 F PIC X(025) VALUE "CBCOSACBCOSA      FC00049".
              10 F PIC X(030) VALUE "Controle de saldos            ".
              10 F PIC X(025) VALUE "CBCOSICBCOSI      FC00052".
              10 F PIC X(030) VALUE "Saldos simulados              ".
              10 F PIC X(025) VALUE "CBCOSNCBCOSN      FC00039".
              10 F PIC X(030) VALUE "Saldos sinteticos             ".
              10 F PIC X(025) VALUE "CBCOVDCBCOVD      FC00163".
              10 F PIC X(030) VALUE "Covenants de financiamentos   ".
              10 F PIC X(025) VALUE "CBCOVHCBCOVH      FC00086".
              10 F PIC X(030) VALUE "Historico de covenants        ".
              10 F PIC X(025) VALUE "CBCRARCBCRAR      FC00058".
              10 F PIC X(030) VALUE "Catalogo de arquivos          ".
              10 F PIC X(025) VALUE "CBCRHICBCRHI      FL00037".
              10 F PIC X(030) VALUE "Historico de ocupacao         ".
              10 F PIC X(025) VALUE "CBCTCRCBCTCR      FC00006".
              10 F PIC X(030) VALUE "Controle de codigos reduzidos ".
              10 F PIC X(025) VALUE "CBCULGCBCULG      FL00065".
              10 F PIC X(030) VALUE "Log de lancamentos tardios    ".
              10 F PIC X(025) VALUE "CBCUTOCBCUTO      FC00011".
              10 F PIC X(030) VALUE "Datas-limite de lancamento    ".
              10 F PIC X(025) VALUE "CBDEFECBDEFE      FC00078".
              10 F PIC X(030) VALUE "Despesas e receitas diferidas ".
              10 F PIC X(025) VALUE "CBDELTCBDELT      FL00028".
              10 F PIC X(030) VALUE "Chaves de saldo alteradas     ".
              10 F PIC X(025) VALUE "CBDEMVCBDEMV      FC00115".
              10 F PIC X(030) VALUE "Destinacao do resultado       ".
              10 F PIC X(025) VALUE "CBDESTCBDEST      FC00074".
              10 F PIC X(030) VALUE "Estatuto e reservas           ".
              10 F PIC X(025) VALUE "CBDFCCCBDFCC      FC00049".
              10 F PIC X(030) VALUE "Fluxo de caixa por classe     ".
              10 F PIC X(025) VALUE "CBDFCICBDFCI      FC00059".
              10 F PIC X(030) VALUE "DFC pelo metodo indireto      ".
              10 F PIC X(025) VALUE "CBDIRECBDIRE      FC00132".
              10 F PIC X(030) VALUE "Diario - retomada da emissao  ".
              10 F PIC X(025) VALUE "CBDRELCBDREL      FC00124".
              10 F PIC X(030) VALUE "Definicao das linhas da DRE   ".
              10 F PIC X(025) VALUE "CBDVALCBDVAL      FC00125".
              10 F PIC X(030) VALUE "Linhas da DVA                 ".
              10 F PIC X(025) VALUE "CBELIMCBELIM      FC00087".
              10 F PIC X(030) VALUE "Eliminacoes intercompany      ".
              10 F PIC X(025) VALUE "CBEMPECBEMPE      FC00075".
              10 F PIC X(030) VALUE "Registro de empenhos de compra".
              10 F PIC X(025) VALUE "CBEMPRCBEMPR      FC00100".
              10 F PIC X(030) VALUE "Cadastro central de empresas  ".
              10 F PIC X(025) VALUE "CBEMRCCBEMRC      FC00089".
              10 F PIC X(030) VALUE "Recebimentos de empenhos      ".
              10 F PIC X(025) VALUE "CBEPRECBEPRE      FC00064".
              10 F PIC X(030) VALUE "Presuncao estimativa IRPJ/CSLL".
              10 F PIC X(025) VALUE "CBEQMVCBEQMV      FC00061".
              10 F PIC X(030) VALUE "Movimento da equivalencia     ".
              10 F PIC X(025) VALUE "CBESMVCBESMV      FC00074".
              10 F PIC X(030) VALUE "Movimento do estoque          ".
              10 F PIC X(025) VALUE "CBESTACBESTA      FC00048".
              10 F PIC X(030) VALUE "Quantidades estatisticas      ".
              10 F PIC X(025) VALUE "CBESTMCBESTM      FC00139".
              10 F PIC X(030) VALUE "Estimativa mensal IRPJ/CSLL   ".
              10 F PIC X(025) VALUE "CBESTQCBESTQ      FC00080".
              10 F PIC X(030) VALUE "Estoque permanente            ".
              10 F PIC X(025) VALUE "CBEXTRCBEXTR      FC00034".
              10 F PIC X(030) VALUE "Linhas de extrato bancario    ".
              10 F PIC X(025) VALUE "CBFECHCBFECH      FC00090".
              10 F PIC X(030) VALUE "Controle do fechamento mensal ".
              10 F PIC X(025) VALUE "CBFINCCBFINC      FC00099".
              10 F PIC X(030) VALUE "Emprestimos e financiamentos  ".
              10 F PIC X(025) VALUE "CBFOCCCBFOCC.DAT  FC00070".
              10 F PIC X(030) VALUE "Formatos de centros de custos ".
              10 F PIC X(025) VALUE "CBFOEXCBFOEX      FC00098".
              10 F PIC X(030) VALUE "Formatos de extrato bancario  ".
              10 F PIC X(025) VALUE "CBFOHICBFOHI      FC00070".
              10 F PIC X(030) VALUE "Formatos de historicos padrao ".
              10 F PIC X(025) VALUE "CBFOLCCBFOLC.DAT  FC00135".
              10 F PIC X(030) VALUE "Formatos de lancamentos       ".
              10 F PIC X(025) VALUE "CBFOPCCBFOPC      FC00076".
              10 F PIC X(030) VALUE "Formatos plano de contas      ".
              10 F PIC X(025) VALUE "CBFOPVCBFOPV      FC00094".
              10 F PIC X(030) VALUE "Provisoes de ferias e 13o     ".
              10 F PIC X(025) VALUE "CBFOSDCBFOSD      FC00122".
              10 F PIC X(030) VALUE "Cadastro de formatos saldos   ".
              10 F PIC X(025) VALUE "CBFTMPCBFTMP      FC00047".
              10 F PIC X(030) VALUE "Faturamento x contas          ".
              10 F PIC X(025) VALUE "CBFTRECBFTRE      FC00098".
              10 F PIC X(030) VALUE "Notas retidas pelo credito    ".
              10 F PIC X(025) VALUE "CBFUNDCBFUND      FC00047".
              10 F PIC X(030) VALUE "Fundos fixos de caixa         ".
              10 F PIC X(025) VALUE "CBFUNICBFUNI      FC00056".
              10 F PIC X(030) VALUE "Recibos dos fundos fixos      ".
              10 F PIC X(025) VALUE "CBGEINCBGEIN.DAT  FC00012".
              10 F PIC X(030) VALUE "Controle geracao incompleta   ".
              10 F PIC X(025) VALUE "CBGRE CBGRE       FL00069".
              10 F PIC X(030) VALUE "Recuperacao de geracao        ".
              10 F PIC X(025) VALUE "CBGRNICBGRNI      FC00041".
              10 F PIC X(030) VALUE "Provisao recebido nao faturado".
              10 F PIC X(025) VALUE "CBHIVACBHIVA      FM00036".
              10 F PIC X(030) VALUE "Historicos variaveis          ".
              10 F PIC X(025) VALUE "CBHVHICBHVHI      AM00036".
              10 F PIC X(030) VALUE "Historicos variaveis arquiv.  ".
              10 F PIC X(025) VALUE "CBICLGCBICLG      FL00106".
              10 F PIC X(030) VALUE "Log de pernas intercompany    ".
              10 F PIC X(025) VALUE "CBICPECBICPE      FC00097".
              10 F PIC X(030) VALUE "Pendencias intercompany       ".
              10 F PIC X(025) VALUE "CBIDESCBIDES      FC00049".
              10 F PIC X(030) VALUE "Descricoes em ingles          ".
              10 F PIC X(025) VALUE "CBIMPLCBIMPL      FC00019".
              10 F PIC X(030) VALUE "Saldos de implantacao         ".
              10 F PIC X(025) VALUE "CBIXCOCBIXCO      FM00032".
              10 F PIC X(030) VALUE "Indice de movimento por conta ".
              10 F PIC X(025) VALUE "CBIXDOCBIXDO      FM00032".
              10 F PIC X(030) VALUE "Indice de documentos          ".
              10 F PIC X(025) VALUE "CBJCPACBJCPA      FC00134".
              10 F PIC X(030) VALUE "Juros s/ capital proprio      ".
              10 F PIC X(025) VALUE "CBJCTXCBJCTX      FC00010".
              10 F PIC X(030) VALUE "Tabela TJLP mensal            ".
              10 F PIC X(025) VALUE "CBJMRGCBJMRG      FC00019".
              10 F PIC X(030) VALUE "Regras de juros e multa       ".
              10 F PIC X(025) VALUE "CBJNL CBJNL       EL00268".
              10 F PIC X(030) VALUE "Jornal de imagens-antes       ".
              10 F PIC X(025) VALUE "CBJUMVCBJUMV      FC00045".
              10 F PIC X(030) VALUE "Movimento trim. contingencias ".
              10 F PIC X(025) VALUE "CBJUPRCBJUPR      FC00182".
              10 F PIC X(030) VALUE "Processos judiciais           ".
              10 F PIC X(025) VALUE "CBLACRCBLACR      FC00104".
              10 F PIC X(030) VALUE "Lacres de mes fechado         ".
              10 F PIC X(025) VALUE "CBLALBCBLALB      FC00088".
              10 F PIC X(030) VALUE "Lalur Parte B                 ".
              10 F PIC X(025) VALUE "CBLALUCBLALU      FC00062".
              10 F PIC X(030) VALUE "Adicoes e exclusoes IRPJ/CSLL ".
              10 F PIC X(025) VALUE "CBLCRECBLCRE      FC00072".
              10 F PIC X(030) VALUE "Lancamentos recorrentes       ".
              10 F PIC X(025) VALUE "CBLEAUCBLEAU      FC00099".
              10 F PIC X(030) VALUE "Auditoria de leitura          ".
              10 F PIC X(025) VALUE "CBLECLCBLECL      FC00063".
              10 F PIC X(030) VALUE "Chaves da auditoria de leitura".
              10 F PIC X(025) VALUE "CBLGPDCBLGPD      FC00160".
              10 F PIC X(030) VALUE "Acoes sobre dados pessoais    ".
              10 F PIC X(025) VALUE "CBLNAUCBLNAU      FL00091".
              10 F PIC X(030) VALUE "Auditoria de lancamentos      ".
              10 F PIC X(025) VALUE "CBMATRCBMATR      FC00022".
              10 F PIC X(030) VALUE "Matriz conta x centro de custo".
              10 F PIC X(025) VALUE "CBMEMOCBMEMO      FM00072".
              10 F PIC X(030) VALUE "Memorandos de lancamento      ".
              10 F PIC X(025) VALUE "CBMODLCBMODL      FC00056".
              10 F PIC X(030) VALUE "Modelos de lancamento         ".
              10 F PIC X(025) VALUE "CBMOTICBMOTI      FC00014".
              10 F PIC X(030) VALUE "Contas cambiais dos titulos   ".
              10 F PIC X(025) VALUE "CBMUMVCBMUMV      FC00100".
              10 F PIC X(030) VALUE "Apropriacoes de mutuo         ".
              10 F PIC X(025) VALUE "CBMUTUCBMUTU      FC00109".
              10 F PIC X(030) VALUE "Contratos de mutuo            ".
              10 F PIC X(025) VALUE "CBMVAUCBMVAU      FL00054".
              10 F PIC X(030) VALUE "Auditoria da migracao         ".
              10 F PIC X(025) VALUE "CBMVHICBMVHI      AM00050".
              10 F PIC X(030) VALUE "Historico de movimento        ".
              10 F PIC X(025) VALUE "CBMVLGCBMVLG      FL00062".
              10 F PIC X(030) VALUE "Movimento do ledger paralelo  ".
              10 F PIC X(025) VALUE "CBMVMDCBMVMD      FM00028".
              10 F PIC X(030) VALUE "Moeda original do lancamento  ".
              10 F PIC X(025) VALUE "CBMVMSCBMV        MM00044".
              10 F PIC X(030) VALUE "Movimento contabil mensal     ".
              10 F PIC X(025) VALUE "CBNFEICBNFEI      FC00079".
              10 F PIC X(030) VALUE "Notas fiscais importadas      ".
              10 F PIC X(025) VALUE "CBOBLGCBOBLG      FC00193".
              10 F PIC X(030) VALUE "Log de retificadoras          ".
              10 F PIC X(025) VALUE "CBOBRICBOBRI      FC00247".
              10 F PIC X(030) VALUE "Calendario de obrigacoes      ".
              10 F PIC X(025) VALUE "CBORDSCBORDS      FC00120".
              10 F PIC X(030) VALUE "Ordens de servico / projetos  ".
              10 F PIC X(025) VALUE "CBORORCBOROR      FC00034".
              10 F PIC X(030) VALUE "Orcamento das ordens          ".
              10 F PIC X(025) VALUE "CBORPCCBORPC      FC00109".
              10 F PIC X(030) VALUE "Receita por estagio           ".
              10 F PIC X(025) VALUE "CBORSACBORSA      FC00029".
              10 F PIC X(030) VALUE "Saldos por ordem de servico   ".
              10 F PIC X(025) VALUE "CBOVLGCBOVLG      FL00176".
              10 F PIC X(030) VALUE "Log de estouro de orcamento   ".
              10 F PIC X(025) VALUE "CBPAABCBPAAB      FC00040".
              10 F PIC X(030) VALUE "Partidas em aberto            ".
              10 F PIC X(025) VALUE "CBPAPCCBPAPC      FC00056".
              10 F PIC X(030) VALUE "Parametros de estrutura       ".
              10 F PIC X(025) VALUE "CBPARTCBPART      FC00051".
              10 F PIC X(030) VALUE "Participacoes societarias     ".
              10 F PIC X(025) VALUE "CBPBCICBPBCI      FC00189".
              10 F PIC X(030) VALUE "Lista PBC da auditoria        ".
              10 F PIC X(025) VALUE "CBPCAPCBPCAP      FC00097".
              10 F PIC X(030) VALUE "Apuracao do PIS/COFINS        ".
              10 F PIC X(025) VALUE "CBPCFXCBPCFX      FC00051".
              10 F PIC X(030) VALUE "Faixas de credito PIS/COFINS  ".
              10 F PIC X(025) VALUE "CBPCPACBPCPA      FC00032".
              10 F PIC X(030) VALUE "Parametros do PIS/COFINS      ".
              10 F PIC X(025) VALUE "CBPDDACBPDDA      FC00089".
              10 F PIC X(030) VALUE "Apuracao mensal da PDD        ".
              10 F PIC X(025) VALUE "CBPDDPCBPDDP      FC00066".
              10 F PIC X(030) VALUE "Politica da PDD               ".
              10 F PIC X(025) VALUE "CBPENDCBPEND      FC00142".
              10 F PIC X(030) VALUE "Alteracoes pendentes          ".
              10 F PIC X(025) VALUE "CBPERECBPERE      FC00035".
              10 F PIC X(030) VALUE "Restricoes de dados por perfil".
              10 F PIC X(025) VALUE "CBPERFCBPERF      FC00041".
              10 F PIC X(030) VALUE "Perfis de acesso              ".
              10 F PIC X(025) VALUE "CBPESSCBPESS      FC00074".
              10 F PIC X(030) VALUE "Clientes e fornecedores       ".
              10 F PIC X(025) VALUE "CBPFRTCBPFRT      FC00115".
              10 F PIC X(030) VALUE "Perfis de retencao na fonte   ".
              10 F PIC X(025) VALUE "CBPGDFCBPGDF      FC00132".
              10 F PIC X(030) VALUE "Definicao do pacote gerencial ".
              10 F PIC X(025) VALUE "CBPLAUCBPLAU      FL00138".
              10 F PIC X(030) VALUE "Auditoria do plano de contas  ".
              10 F PIC X(025) VALUE "CBPLCOCBPLCO      FC00063".
              10 F PIC X(030) VALUE "Plano de contas               ".
              10 F PIC X(025) VALUE "CBPLMOCBPLMO      FC00023".
              10 F PIC X(030) VALUE "Vinculo de conta a moeda      ".
              10 F PIC X(025) VALUE "CBPLNOCBPLNO      FC00041".
              10 F PIC X(030) VALUE "Notas explicativas            ".
              10 F PIC X(025) VALUE "CBPLRFCBPLRF      FC00033".
              10 F PIC X(030) VALUE "Plano referencial             ".
              10 F PIC X(025) VALUE "CBPRPFCBPRPF      FC00023".
              10 F PIC X(030) VALUE "Perfil de pares de contas     ".
              10 F PIC X(025) VALUE "CBPRSICBPRSI      FC00076".
              10 F PIC X(030) VALUE "Pares atipicos sinalizados    ".
              10 F PIC X(025) VALUE "CBPUBLCBPUBL      FC00159".
              10 F PIC X(030) VALUE "Demonstracoes publicadas      ".
              10 F PIC X(025) VALUE "CBPWAUCBPWAU      FL00046".
              10 F PIC X(030) VALUE "Tentativas de login recusadas ".
              10 F PIC X(025) VALUE "CBPWPOCBPWPO      FC00050".
              10 F PIC X(030) VALUE "Politica de senhas            ".
              10 F PIC X(025) VALUE "CBRAPDCBRAPD      FC00049".
              10 F PIC X(030) VALUE "Definicoes do razao           ".
              10 F PIC X(025) VALUE "CBRATECBRATE      FC00117".
              10 F PIC X(030) VALUE "Definicao de rateio           ".
              10 F PIC X(025) VALUE "CBRCMVCBRCMV      FC00042".
              10 F PIC X(030) VALUE "Reclassificacoes curto/longo  ".
              10 F PIC X(025) VALUE "CBRCPRCBRCPR      FC00010".
              10 F PIC X(030) VALUE "Pares da reclassificacao      ".
              10 F PIC X(025) VALUE "CBREABCBREAB      FL00153".
              10 F PIC X(030) VALUE "Auditoria das reaberturas     ".
              10 F PIC X(025) VALUE "CBRESPCBRESP      FC00071".
              10 F PIC X(030) VALUE "Responsaveis                  ".
              10 F PIC X(025) VALUE "CBRETECBRETE      FC00042".
              10 F PIC X(030) VALUE "Controle de tributos retidos  ".
              10 F PIC X(025) VALUE "CBREVPCBREVP      FC00021".
              10 F PIC X(030) VALUE "Reversoes de provisoes        ".
              10 F PIC X(025) VALUE "CBRGCLCBRGCL      FC00092".
              10 F PIC X(030) VALUE "Clientes na regua de cobranca ".
              10 F PIC X(025) VALUE "CBRGDECBRGDE      FC00205".
              10 F PIC X(030) VALUE "Definicoes do gerador         ".
              10 F PIC X(025) VALUE "CBRGHICBRGHI      FC00033".
              10 F PIC X(030) VALUE "Historico de cartas cobranca  ".
              10 F PIC X(025) VALUE "CBRGUACBRGUA      FC00087".
              10 F PIC X(030) VALUE "Etapas da regua de cobranca   ".
              10 F PIC X(025) VALUE "CBRLCACBRLCA      FC00110".
              10 F PIC X(030) VALUE "Catalogo de saidas            ".
              10 F PIC X(025) VALUE "CBRLDICBRLDI      FC00083".
              10 F PIC X(030) VALUE "Distribuicao de relatorios    ".
              10 F PIC X(025) VALUE "CBRLDLCBRLDL      FL00055".
              10 F PIC X(030) VALUE "Log de entregas de relatorios ".
              10 F PIC X(025) VALUE "CBRSEXCBRSEX      FC00073".
              10 F PIC X(030) VALUE "Transferencias a resultado    ".
              10 F PIC X(025) VALUE "CBRTACCBRTAC      FC00024".
              10 F PIC X(030) VALUE "Retencoes acumuladas no mes   ".
              10 F PIC X(025) VALUE "CBSADICBSADI      FC00030".
              10 F PIC X(030) VALUE "Saldos diarios                ".
              10 F PIC X(025) VALUE "CBSERICBSERI      FC00041".
              10 F PIC X(030) VALUE "Registro de series de BAC     ".
              10 F PIC X(025) VALUE "CBSESSCBSESS      FC00055".
              10 F PIC X(030) VALUE "Controle de sessoes ativas    ".
              10 F PIC X(025) VALUE "CBSHIPCBSHIP      FL00272".
              10 F PIC X(030) VALUE "Log de imagens-depois         ".
              10 F PIC X(025) VALUE "CBSODRCBSODR      FC00058".
              10 F PIC X(030) VALUE "Segregacao de funcoes         ".
              10 F PIC X(025) VALUE "CBTAMDCBTAMD.DAT  FC00014".
              10 F PIC X(030) VALUE "Valores de moeda              ".
              10 F PIC X(025) VALUE "CBTEAFCBTEAF      FC00132".
              10 F PIC X(030) VALUE "Texto de abertura             ".
              10 F PIC X(025) VALUE "CBTITUCBTITU      FC00213".
              10 F PIC X(030) VALUE "Titulos em aberto             ".
              10 F PIC X(025) VALUE "CBTRCLCBTRCL      FC00025".
              10 F PIC X(030) VALUE "Regras de traducao            ".
              10 F PIC X(025) VALUE "CBTRIACBTRIA      FC00100".
              10 F PIC X(030) VALUE "Triagem de pagamentos         ".
              10 F PIC X(025) VALUE "CBUSEMCBUSEM      FC00068".
              10 F PIC X(030) VALUE "Usuario x empresa             ".
              10 F PIC X(025) VALUE "CBUSUACBUSUA      FC00192".
              10 F PIC X(030) VALUE "Cadastro de usuarios          ".
              10 F PIC X(025) VALUE "CBVERBCBVERB      FC00045".
              10 F PIC X(030) VALUE "Verbas da folha x contas      ".
              10 F PIC X(025) VALUE "CBXBRMCBXBRM      FC00300".
              10 F PIC X(030) VALUE "Mapeamento XBRL da CVM        ".
           05 FILLER REDEFINES CATALOGO-INICIAL.
              10 INICIAL OCCURS 180.
                 15 INICIAL-ARQUIVO       PIC  X(006).
                 15 INICIAL-ROTULO        PIC  X(012).
                 15 INICIAL-PERIODICIDADE PIC  X(001).
                 15 INICIAL-CLASSE        PIC  X(001).
                 15 INICIAL-TAM-REGISTRO  PIC  9(005).
                 15 INICIAL-DESCRICAO     PIC  X(030).
           05 ER-CBCRAR.
              10 FS-CBCRAR             PIC  X(002) VALUE "00".
              10 LB-CBCRAR             PIC  X(050) VALUE "CBCRAR".
           05 ER-CBCRHI.
              10 FS-CBCRHI             PIC  X(002) VALUE "00".
              10 LB-CBCRHI             PIC  X(050) VALUE "CBCRHI".
           05 ER-CBMVMS.
              10 FS-CBMVMS             PIC  X(002) VALUE "00".
              10 LB-CBMVMS             PIC  X(050) VALUE "CBMV000000".
           05 ER-CBLNAU.
              10 FS-CBLNAU             PIC  X(002) VALUE "00".
              10 LB-CBLNAU             PIC  X(050) VALUE "CBLNAU".
           05 ER-CBMVLG.
              10 FS-CBMVLG             PIC  X(002) VALUE "00".
              10 LB-CBMVLG             PIC  X(050) VALUE "CBMVLG".
           05 ER-CBSHIP.
              10 FS-CBSHIP             PIC  X(002) VALUE "00".
              10 LB-CBSHIP             PIC  X(050) VALUE "CBSHIP".

       COPY CWTIME.

       LINKAGE SECTION.

       COPY CB222PCW.

       PROCEDURE DIVISION USING PARAMETROS-CB222PCW.

       000-INICIO.

           PERFORM 800-INICIAIS THRU 800-99-FIM
           IF   FS-CBCRAR < "10"
           AND  FS-CBCRHI < "10"
           AND  NOT CB222PCW-SO-CATALOGO
                PERFORM 100-COLETA THRU 100-99-FIM
           END-IF
           PERFORM 900-FINAIS   THRU 900-99-FIM.

       000-99-FIM.

           GOBACK.

       100-COLETA.

           MOVE 0   TO TOTAL-FISICOS TOTAL-REGISTROS TOTAL-TAMANHO
                       QT-MEDIDOS
           MOVE "C" TO TOTAL-CONTAGEM

           MOVE LOW-VALUES TO CBCRAR-CHAVE
           START CBCRAR KEY NOT LESS CBCRAR-CHAVE
           PERFORM UNTIL FS-CBCRAR > "09"
                   READ CBCRAR NEXT RECORD IGNORE LOCK
                   IF   FS-CBCRAR < "10"
                   AND  CBCRAR-ARQUIVO NOT = SPACES
                   AND  CBCRAR-MONITORADO
                        PERFORM 110-MEDE-ARQUIVO THRU 110-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBCRAR

      *    Total do diretorio: soma dos arquivos do catalogo

           MOVE SPACES          TO CBCRHI-ARQUIVO
           MOVE TOTAL-FISICOS   TO CBCRHI-QT-FISICOS
           MOVE TOTAL-REGISTROS TO CBCRHI-REGISTROS
           MOVE TOTAL-TAMANHO   TO CBCRHI-BYTES
           MOVE TOTAL-CONTAGEM  TO CBCRHI-CONTAGEM
           PERFORM 130-GRAVA THRU 130-99-FIM

           COMPUTE TOTAL-MB = TOTAL-TAMANHO / 1048576
           DISPLAY "CB222PCW Ocupacao da empresa " CB222PCW-EMPRESA
                   ": " QT-MEDIDOS " arquivos do catalogo, "
                   TOTAL-FISICOS " fisicos, " TOTAL-MB " MB".

       100-99-FIM. EXIT.

       110-MEDE-ARQUIVO.

           MOVE 0   TO QT-FISICOS REGISTROS TAMANHO
           MOVE "C" TO CONTAGEM

           EVALUATE TRUE
               WHEN CBCRAR-MENSAL
                    COMPUTE ANO = HOJE-AAAA - ANOS-RETROATIVOS
                    PERFORM UNTIL ANO > HOJE-AAAA
                            PERFORM VARYING MES FROM 1 BY 1
                                    UNTIL MES > 12
                                    MOVE SPACES TO NOME-FISICO
                                    STRING CBCRAR-ROTULO
                                                 DELIMITED BY SPACE
                                           ANO MES
                                                 DELIMITED BY SIZE
                                      INTO NOME-FISICO
                                    PERFORM 120-MEDE-FISICO
                                       THRU 120-99-FIM
                            END-PERFORM
                            ADD 1 TO ANO
                    END-PERFORM
               WHEN CBCRAR-ANUAL
                    COMPUTE ANO = HOJE-AAAA - ANOS-RETROATIVOS
                    PERFORM UNTIL ANO > HOJE-AAAA
                            MOVE SPACES TO NOME-FISICO
                            STRING CBCRAR-ROTULO DELIMITED BY SPACE
                                   ANO           DELIMITED BY SIZE
                              INTO NOME-FISICO
                            PERFORM 120-MEDE-FISICO THRU 120-99-FIM
                            ADD 1 TO ANO
                    END-PERFORM
               WHEN CBCRAR-POR-ESTACAO
      *             Jornal por estacao: rotulo seguido da task
                    PERFORM VARYING ESTACAO FROM 0 BY 1
                            UNTIL ESTACAO > ULTIMA-ESTACAO
                            MOVE SPACES TO NOME-FISICO
                            STRING CBCRAR-ROTULO DELIMITED BY SPACE
                                   ESTACAO       DELIMITED BY SIZE
                              INTO NOME-FISICO
                            PERFORM 120-MEDE-FISICO THRU 120-99-FIM
                    END-PERFORM
               WHEN OTHER
                    MOVE CBCRAR-ROTULO TO NOME-FISICO
                    PERFORM 120-MEDE-FISICO THRU 120-99-FIM
           END-EVALUATE

           IF   QT-FISICOS = 0
                GO TO 110-99-FIM
           END-IF

           MOVE CBCRAR-ARQUIVO TO CBCRHI-ARQUIVO
           MOVE QT-FISICOS     TO CBCRHI-QT-FISICOS
           MOVE REGISTROS      TO CBCRHI-REGISTROS
           MOVE TAMANHO        TO CBCRHI-BYTES
           MOVE CONTAGEM       TO CBCRHI-CONTAGEM
           PERFORM 130-GRAVA THRU 130-99-FIM

           ADD  1          TO QT-MEDIDOS
           ADD  QT-FISICOS TO TOTAL-FISICOS
           ADD  REGISTROS  TO TOTAL-REGISTROS
           ADD  TAMANHO    TO TOTAL-TAMANHO
           IF   CONTAGEM = "E"
                MOVE "E" TO TOTAL-CONTAGEM
           END-IF.

       110-99-FIM. EXIT.

       120-MEDE-FISICO.

           CALL "CBL_CHECK_FILE_EXIST" USING NOME-FISICO
                                             DETALHE-ARQUIVO
           IF   RETURN-CODE NOT = 0
                GO TO 120-99-FIM
           END-IF

           ADD  1               TO QT-FISICOS
           MOVE DETALHE-TAMANHO TO BYTES-DADOS
           ADD  DETALHE-TAMANHO TO TAMANHO

      *    Indexado guarda o indice em arquivo proprio ao lado dos
      *    dados; so os dados entram na estimativa de registros

           MOVE SPACES TO NOME-INDICE
           STRING NOME-FISICO DELIMITED BY SPACE
                  ".idx"      DELIMITED BY SIZE
             INTO NOME-INDICE
           CALL "CBL_CHECK_FILE_EXIST" USING NOME-INDICE
                                             DETALHE-ARQUIVO
           IF   RETURN-CODE = 0
                ADD DETALHE-TAMANHO TO TAMANHO
           END-IF

      *    Movimento e logs de maior volume sao contados registro a
      *    registro; os demais tem a quantidade estimada pelo tamanho

           EVALUATE CBCRAR-ARQUIVO
               WHEN "CBMVMS"
                    PERFORM 140-CONTA-CBMVMS THRU 140-99-FIM
               WHEN "CBLNAU"
                    PERFORM 141-CONTA-CBLNAU THRU 141-99-FIM
               WHEN "CBMVLG"
                    PERFORM 142-CONTA-CBMVLG THRU 142-99-FIM
               WHEN "CBSHIP"
                    PERFORM 143-CONTA-CBSHIP THRU 143-99-FIM
               WHEN OTHER
                    PERFORM 150-ESTIMA       THRU 150-99-FIM
           END-EVALUATE.

       120-99-FIM. EXIT.

       130-GRAVA.

           MOVE HOJE             TO CBCRHI-DATA
           MOVE CB222PCW-EMPRESA TO CBCRHI-EMPRESA
           MOVE AGORA            TO CBCRHI-HORA

      *    Segunda coleta no mesmo dia substitui a primeira

           WRITE CBCRHI-REG
           IF   FS-CBCRHI = "22"
                DELETE CBCRHI RECORD
                WRITE CBCRHI-REG
           END-IF
           MOVE "00" TO FS-CBCRHI.

       130-99-FIM. EXIT.

       140-CONTA-CBMVMS.

           MOVE NOME-FISICO TO LB-CBMVMS
           OPEN INPUT CBMVMS
           IF   FS-CBMVMS > "09"
                MOVE "00" TO FS-CBMVMS
                PERFORM 150-ESTIMA THRU 150-99-FIM
                GO TO 140-99-FIM
           END-IF
           PERFORM UNTIL FS-CBMVMS > "09"
                   READ CBMVMS NEXT RECORD IGNORE LOCK
                   IF   FS-CBMVMS < "10"
                        ADD 1 TO REGISTROS
                   END-IF
           END-PERFORM
           CLOSE CBMVMS.

       140-99-FIM. EXIT.

       141-CONTA-CBLNAU.

           MOVE NOME-FISICO TO LB-CBLNAU
           OPEN INPUT CBLNAU
           IF   FS-CBLNAU > "09"
                MOVE "00" TO FS-CBLNAU
                PERFORM 150-ESTIMA THRU 150-99-FIM
                GO TO 141-99-FIM
           END-IF
           PERFORM UNTIL FS-CBLNAU > "09"
                   READ CBLNAU NEXT RECORD IGNORE LOCK
                   IF   FS-CBLNAU < "10"
                        ADD 1 TO REGISTROS
                   END-IF
           END-PERFORM
           CLOSE CBLNAU.

       141-99-FIM. EXIT.

       142-CONTA-CBMVLG.

           MOVE NOME-FISICO TO LB-CBMVLG
           OPEN INPUT CBMVLG
           IF   FS-CBMVLG > "09"
                MOVE "00" TO FS-CBMVLG
                PERFORM 150-ESTIMA THRU 150-99-FIM
                GO TO 142-99-FIM
           END-IF
           PERFORM UNTIL FS-CBMVLG > "09"
                   READ CBMVLG NEXT RECORD IGNORE LOCK
                   IF   FS-CBMVLG < "10"
                        ADD 1 TO REGISTROS
                   END-IF
           END-PERFORM
           CLOSE CBMVLG.

       142-99-FIM. EXIT.

       143-CONTA-CBSHIP.

           MOVE NOME-FISICO TO LB-CBSHIP
           OPEN INPUT CBSHIP
           IF   FS-CBSHIP > "09"
                MOVE "00" TO FS-CBSHIP
                PERFORM 150-ESTIMA THRU 150-99-FIM
                GO TO 143-99-FIM
           END-IF
           PERFORM UNTIL FS-CBSHIP > "09"
                   READ CBSHIP NEXT RECORD IGNORE LOCK
                   IF   FS-CBSHIP < "10"
                        ADD 1 TO REGISTROS
                   END-IF
           END-PERFORM
           CLOSE CBSHIP.

       143-99-FIM. EXIT.

       150-ESTIMA.

           MOVE "E" TO CONTAGEM
           IF   CBCRAR-TAM-REGISTRO NOT = 0
                COMPUTE REGISTROS = REGISTROS
                                  + BYTES-DADOS / CBCRAR-TAM-REGISTRO
           END-IF.

       150-99-FIM. EXIT.

       800-INICIAIS.

           SET  CWTIME-REVERSED TO TRUE
           SET  CWTIME-TODAY    TO TRUE
           CALL "CWTIME"     USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL TO HOJE
           ACCEPT AGORA FROM TIME

           OPEN I-O CBCRAR
           IF   FS-CBCRAR = "30" OR "35"
                CLOSE CBCRAR
                OPEN OUTPUT CBCRAR
                CLOSE CBCRAR
                OPEN I-O CBCRAR
           END-IF
           IF   FS-CBCRAR > "09"
                DISPLAY "CB222PCW Catalogo de arquivos (CBCRAR)"
                        " indisponivel"
                GO TO 800-99-FIM
           END-IF

      *    Catalogo vazio recebe os arquivos conhecidos do sistema,
      *    sem limite; os limites sao informados pelo CB223PCW

           MOVE LOW-VALUES TO CBCRAR-CHAVE
           START CBCRAR KEY NOT LESS CBCRAR-CHAVE
           IF   FS-CBCRAR > "09"
                PERFORM 810-CARGA-INICIAL THRU 810-99-FIM
           END-IF
           MOVE "00" TO FS-CBCRAR

           IF   CB222PCW-SO-CATALOGO
                GO TO 800-99-FIM
           END-IF

           OPEN I-O CBCRHI
           IF   FS-CBCRHI = "30" OR "35"
                CLOSE CBCRHI
                OPEN OUTPUT CBCRHI
                CLOSE CBCRHI
                OPEN I-O CBCRHI
           END-IF
           IF   FS-CBCRHI > "09"
                DISPLAY "CB222PCW Historico de ocupacao (CBCRHI)"
                        " indisponivel"
           END-IF.

       800-99-FIM. EXIT.

       810-CARGA-INICIAL.

           MOVE SPACES                 TO CBCRAR-REG
           MOVE "Diretorio da empresa" TO CBCRAR-DESCRICAO
           MOVE "F"                    TO CBCRAR-PERIODICIDADE
           MOVE 0                      TO CBCRAR-TAM-REGISTRO
                                          CBCRAR-LIMITE-MB
           MOVE "S"                    TO CBCRAR-ATIVO
           WRITE CBCRAR-REG

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 180
                   MOVE INICIAL-ARQUIVO       (I) TO CBCRAR-ARQUIVO
                   MOVE INICIAL-DESCRICAO     (I) TO CBCRAR-DESCRICAO
                   MOVE INICIAL-ROTULO        (I) TO CBCRAR-ROTULO
                   MOVE INICIAL-PERIODICIDADE (I)
                     TO CBCRAR-PERIODICIDADE
                   MOVE INICIAL-CLASSE        (I) TO CBCRAR-CLASSE
                   MOVE INICIAL-TAM-REGISTRO  (I)
                     TO CBCRAR-TAM-REGISTRO
                   MOVE 0                         TO CBCRAR-LIMITE-MB
                   MOVE "S"                       TO CBCRAR-ATIVO
                   WRITE CBCRAR-REG
           END-PERFORM.

       810-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBCRAR
           IF   NOT CB222PCW-SO-CATALOGO
                CLOSE CBCRHI
           END-IF.

       900-99-FIM. EXIT.

       END PROGRAM CB222PCW.
