           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLIENTE-COD
           ALTERNATE RECORD KEY IS NIF
           ALTERNATE RECORD KEY IS CLIENTE-RESPONSAVEL-COD
           WITH DUPLICATES
           LOCK MODE IS MANUAL
           SHARING WITH ALL OTHER
           FILE STATUS IS FS.

           SELECT OPTIONAL FIC-TEMAS ASSIGN "TEMAS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIVRO-COD
           ALTERNATE RECORD KEY IS LIVRO-ISBN WITH DUPLICATES
           LOCK MODE IS MANUAL
           SHARING WITH ALL OTHER
           FILE STATUS IS FS.

           SELECT OPTIONAL FIC-ALUGUERES ASSIGN "ALUGUERES.TXT"
           RECORD KEY IS ALUGUER-COD
           ALTERNATE RECORD KEY IS ALUGUER-LIVRO-COD WITH DUPLICATES
           ALTERNATE RECORD KEY IS ALUGUER-CLIENTE-COD WITH DUPLICATES
           LOCK MODE IS MANUAL
           SHARING WITH ALL OTHER
           FILE STATUS IS FS.

           SELECT OPTIONAL FIC-RESERVAS ASSIGN "RESERVAS.TXT"
           RECORD KEY IS PAGAMENTO-ALUGUER-COD
           ALTERNATE RECORD KEY IS PAGAMENTO-CLIENTE-COD
           WITH DUPLICATES
           LOCK MODE IS MANUAL
           SHARING WITH ALL OTHER
           FILE STATUS IS FS.

           SELECT OPTIONAL FIC-CONTADORES ASSIGN "CONTADORES.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONTADOR-FICHEIRO
           LOCK MODE IS MANUAL
           SHARING WITH ALL OTHER
           FILE STATUS IS FS.

           SELECT OPTIONAL FIC-CATEGORIAS ASSIGN "CATEGORIAS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CATEGORIA-COD
           FILE STATUS IS FS.

           SELECT OPTIONAL FIC-CALENDARIO ASSIGN "CALENDARIO.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CALENDARIO-COD
           FILE STATUS IS FS.

           SELECT OPTIONAL FIC-FORNECEDORES ASSIGN "FORNECEDORES.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FORNECEDOR-COD
           FILE STATUS IS FS.

           SELECT OPTIONAL FIC-ENCOMENDAS ASSIGN "ENCOMENDAS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENCOMENDA-COD
           ALTERNATE RECORD KEY IS ENCOMENDA-FORNECEDOR-COD
           WITH DUPLICATES
           FILE STATUS IS FS.

           SELECT OPTIONAL FIC-ENCOMENDA-LINHAS ASSIGN "ENCLINHAS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENCLIN-CHAVE
           ALTERNATE RECORD KEY IS ENCLIN-LIVRO-COD WITH DUPLICATES
           FILE STATUS IS FS.

           SELECT OPTIONAL FIC-ORCAMENTOS ASSIGN "ORCAMENTOS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORCAMENTO-CHAVE
           FILE STATUS IS FS.

           SELECT OPTIONAL FIC-CONTAGEM ASSIGN "CONTAGEM.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONTAGEM-LIVRO-COD
           FILE STATUS IS FS.

           SELECT OPTIONAL FIC-LIVROS-AUTORES ASSIGN "LIVAUT.TXT"
           RECORD KEY IS OPERADOR-COD
           FILE STATUS IS FS.

           SELECT OPTIONAL FIC-SESSOES ASSIGN "SESSOES.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SESSAO-POSTO
           LOCK MODE IS MANUAL
           SHARING WITH ALL OTHER
           FILE STATUS IS FS.

           SELECT OPTIONAL IND-ALUGADOS ASSIGN "ALUGADOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FIC-RELATORIO ASSIGN "RELATORIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FIC-RECECOES ASSIGN "RECECOES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FIC-INVENTARIO ASSIGN "INVENTARIO.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FIC-CATALOGO ASSIGN "CATALOGO.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FIC-LOTE ASSIGN "LOTE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FIC-LOTE-CONTROLO ASSIGN "LOTECTL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FIC-ENTIDADE ASSIGN "ENTIDADE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FIC-SAFT ASSIGN "SAFTPT.XML"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FIC-SAFT-CONFERENCIA ASSIGN "SAFTCONF.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FIC-CLIENTES-ANT ASSIGN "CLIENTES.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           WITH DUPLICATES
           FILE STATUS IS FS.

           SELECT OPTIONAL FIC-LIVROS-ANT ASSIGN "LIVROS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIVRO-COD-ANT
           FILE STATUS IS FS.

           SELECT OPTIONAL FIC-CONVERSAO ASSIGN "CONVERSAO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

               10 MES-QUOTA                PIC 99.
               10 FILLER                   PIC X VALUE "/".
               10 DIA-QUOTA                PIC 99.
           05 CLIENTE-CATEGORIA-COD        PIC 9(5) BLANK WHEN ZEROS.
           05 CLIENTE-RESPONSAVEL-COD      PIC 9(5) BLANK WHEN ZEROS.

       FD FIC-CATEGORIAS.
       01 REGISTO-CATEGORIAS.
           05 CATEGORIA-COD                PIC 9(5) BLANK WHEN ZEROS.
           05 CATEGORIA-NOME               PIC X(30).
           05 CATEGORIA-MAX-ALUGUERES      PIC 99.
           05 CATEGORIA-PRAZO-DIAS         PIC 9(3).
           05 CATEGORIA-MULTA-DIA          PIC 99V99.
           05 CATEGORIA-QUOTA              PIC 9(5)V99.
           05 CATEGORIA-ISENTA             PIC X.

       FD FIC-CALENDARIO.
       01 REGISTO-CALENDARIO.
           05 CALENDARIO-COD               PIC 9(5) BLANK WHEN ZEROS.
           05 CALENDARIO-TIPO              PIC X.
           05 CALENDARIO-SEMANA            PIC 9.
           05 CALENDARIO-INICIO            PIC 9(8).
           05 CALENDARIO-FIM               PIC 9(8).
           05 CALENDARIO-DESCRICAO         PIC X(30).

       FD FIC-FORNECEDORES.
       01 REGISTO-FORNECEDOR.
           05 FORNECEDOR-COD               PIC 9(5) BLANK WHEN ZEROS.
           05 FORNECEDOR-NOME              PIC X(30).
           05 FORNECEDOR-NIF               PIC 9(9) BLANK WHEN ZEROS.
           05 FORNECEDOR-EMAIL             PIC X(30).
           05 FORNECEDOR-TELEFONE          PIC 9(9) BLANK WHEN ZEROS.

       FD FIC-ENCOMENDAS.
       01 REGISTO-ENCOMENDA.
           05 ENCOMENDA-COD                PIC 9(5) BLANK WHEN ZEROS.
           05 ENCOMENDA-FORNECEDOR-COD     PIC 9(5) BLANK WHEN ZEROS.
           05 DATA-ENCOMENDA.
               10 ANO-ENCOMENDA            PIC 9999.
               10 FILLER                   PIC X    VALUE "/".
               10 MES-ENCOMENDA            PIC 99.
               10 FILLER                   PIC X    VALUE "/".
               10 DIA-ENCOMENDA            PIC 99.
           05 ENCOMENDA-ESTADO             PIC X.

       FD FIC-ENCOMENDA-LINHAS.
       01 REGISTO-ENCOMENDA-LINHA.
           05 ENCLIN-CHAVE.
               10 ENCLIN-ENCOMENDA-COD     PIC 9(5).
               10 ENCLIN-NUM               PIC 99.
           05 ENCLIN-LIVRO-COD             PIC 9(5).
           05 ENCLIN-TITULO                PIC X(30).
           05 ENCLIN-TEMA-COD              PIC 9(5).
           05 ENCLIN-AUTOR-COD             PIC 9(5).
           05 ENCLIN-QUANTIDADE            PIC 9(3).
           05 ENCLIN-RECEBIDA              PIC 9(3).
           05 ENCLIN-PRECO                 PIC 9(5)V99.
           05 ENCLIN-ESTADO                PIC X.

       FD FIC-ORCAMENTOS.
       01 REGISTO-ORCAMENTO.
           05 ORCAMENTO-CHAVE.
               10 ORCAMENTO-ANO            PIC 9999.
               10 ORCAMENTO-TEMA-COD       PIC 9(5).
           05 ORCAMENTO-VALOR              PIC 9(7)V99.

       FD FIC-CONTAGEM.
       01 REGISTO-CONTAGEM.
           05 CONTAGEM-LIVRO-COD           PIC 9(5).
           05 CONTAGEM-QUANTIDADE          PIC 9(5).

       FD FIC-LIVROS.
       01 REGISTO-LIVROS.
           05 LIVRO-TEMA-COD               PIC 9(5) BLANK WHEN ZEROS.
           05 LIVRO-AUTOR-COD              PIC 9(5) BLANK WHEN ZEROS.
           05 NUM-EXEMPLARES               PIC 9(3) BLANK WHEN ZEROS.
           05 LIVRO-ISBN                   PIC X(13).

       FD FIC-TEMAS.
       01 REGISTO-TEMAS.
           05 OPERADOR-SENHA               PIC X(8).
           05 OPERADOR-NIVEL               PIC X.

       FD FIC-SESSOES.
       01 REGISTO-SESSAO.
           05 SESSAO-POSTO                 PIC 99.
           05 SESSAO-OPERADOR              PIC X(8).
           05 SESSAO-DATA                  PIC 9(8).
           05 SESSAO-HORA                  PIC 9(8).
           05 SESSAO-ESTADO                PIC X.

       FD IND-TODOS.
       01 REGISTO-TODOS-CLIENTE.
           05 TODOS1                       PIC X(10).
       01 REGISTO-RELATORIO.
           05 LINHA-RELATORIO              PIC X(132).

       FD FIC-RECECOES.
       01 REGISTO-RECECAO.
           05 RECECAO-DATA                 PIC 9(8).
           05 RECECAO-ENCOMENDA-COD        PIC 9(5).
           05 RECECAO-LINHA-NUM            PIC 99.
           05 RECECAO-LIVRO-COD            PIC 9(5).
           05 RECECAO-TEMA-COD             PIC 9(5).
           05 RECECAO-QUANTIDADE           PIC 9(3).
           05 RECECAO-VALOR                PIC 9(7)V99.
           05 RECECAO-OPERADOR             PIC X(8).

       FD FIC-INVENTARIO.
       01 REGISTO-INVENTARIO.
           05 LINHA-INVENTARIO             PIC X(80).

       FD FIC-CATALOGO.
       01 REGISTO-CATALOGO.
           05 LINHA-CATALOGO               PIC X(150).

       FD FIC-LOTE.
       01 REGISTO-LOTE.
           05 LINHA-LOTE                   PIC X(100).

       FD FIC-LOTE-CONTROLO.
       01 REGISTO-LOTE-CONTROLO.
           05 LOTE-CTL-DATA                PIC 9(8).
           05 LOTE-CTL-PASSO               PIC X(11).
           05 LOTE-CTL-ESTADO              PIC X(11).

       FD FIC-ENTIDADE.
       01 REGISTO-ENTIDADE.
           05 LINHA-ENTIDADE               PIC X(137).

       FD FIC-SAFT.
       01 REGISTO-SAFT.
           05 LINHA-SAFT                   PIC X(200).

       FD FIC-SAFT-CONFERENCIA.
       01 REGISTO-SAFT-CONFERENCIA.
           05 LINHA-SAFT-CONFERENCIA       PIC X(100).

       FD FIC-CLIENTES-ANT.
       01 REGISTO-CLIENTES-ANT.
           05 CLIENTE-COD-ANT              PIC 9(5).
           05 NIF-ANT                      PIC 9(9).
           05 DADOS-CLIENTE-ANT            PIC X(80).

       FD FIC-PAGAMENTOS-ANT.
       01 REGISTO-PAGAMENTO-ANT.
           05 PAGAMENTO-CLIENTE-COD-ANT    PIC 9(5).
           05 DADOS-PAGAMENTO-ANT          PIC X(30).

       FD FIC-LIVROS-ANT.
       01 REGISTO-LIVROS-ANT.
           05 LIVRO-COD-ANT                PIC 9(5).
           05 DADOS-LIVRO-ANT              PIC X(43).

       FD FIC-CONVERSAO.
       01 REGISTO-CONVERSAO.
           05 CONVERSAO-IMAGEM             PIC X(150).
       77 PRAZO-EFETIVO-DIAS               PIC 9(3) VALUE 15.
       77 VALOR-REPOSICAO                  PIC 9(5)V99 VALUE 15.00.
       77 VALOR-QUOTA                      PIC 9(5)V99 VALUE 10.00.
       77 ANOS-INATIVIDADE-RGPD            PIC 99 VALUE 5.
       77 DATA-QUOTA-AAAAMMDD              PIC 9(8) VALUE 0.
       77 QUOTA-EXPIRADA                   PIC X   VALUE "N".
       77 QUOTA-PENDENTE                   PIC X   VALUE "N".
       77 QUOTA-FIM                        PIC X   VALUE "N".
       77 QUOTAS-GERADAS                   PIC 9(5) VALUE 0.
       77 QUOTA-CLIENTE-SAVE               PIC 9(5) VALUE 0.
       77 QUOTAS-ISENTAS                   PIC 9(5) VALUE 0.
       77 CATEGORIA-MAX-EFETIVO            PIC 99  VALUE 0.
       77 CATEGORIA-PRAZO-EFETIVO          PIC 9(3) VALUE 0.
       77 MULTA-DIA-EFETIVA                PIC 99V99 VALUE 0.50.
       77 QUOTA-EFETIVA                    PIC 9(5)V99 VALUE 10.00.
       77 QUOTA-ISENTA                     PIC X   VALUE "N".
       77 ALUGUERES-ATIVOS-CLIENTE         PIC 99  VALUE 0.
       77 CATEGORIA-ANTIGA-SAVE            PIC 9(5) VALUE 0.
       77 CATEGORIA-NOVA-SAVE              PIC 9(5) VALUE 0.
       77 RESPONSAVEL-ANTIGO-SAVE          PIC 9(5) VALUE 0.
       77 RESPONSAVEL-NOVO-SAVE            PIC 9(5) VALUE 0.
       77 CATEGORIA-MULTA-CENTIMOS         PIC 9(4) VALUE 0.
       77 CATEGORIA-QUOTA-CENTIMOS         PIC 9(5) VALUE 0.
       77 CATEGORIA-NOME-ANTIGO-SAVE       PIC X(30).
       77 CATEGORIA-MULTA-EDT              PIC Z9.99.
       77 CATEGORIA-QUOTA-EDT              PIC ZZZZ9.99.
       77 DEVOLUCAO-RESULTADO              PIC X   VALUE "D".
       77 VALOR-COBRANCA                   PIC 9(5)V99 VALUE 0.
       77 PARAMETROS-EOF                   PIC X   VALUE "N".
       77 IMPORT-AUTOR-COD                 PIC 9(5) VALUE 0.
       77 IMPORT-EXEMPLARES                PIC 9(3) VALUE 0.

       77 ISBN-ENTRADA                     PIC X(20).
       77 ISBN-LIMPO                       PIC X(20).
       77 ISBN-NORMAL                      PIC X(13).
       77 ISBN-CARACTER                    PIC X.
       77 ISBN-TAMANHO                     PIC 99  VALUE 0.
       77 ISBN-IDX                         PIC 99  VALUE 0.
       77 ISBN-DIGITO                      PIC 9   VALUE 0.
       77 ISBN-VALOR                       PIC 99  VALUE 0.
       77 ISBN-PESO                        PIC 9   VALUE 0.
       77 ISBN-SOMA                        PIC 9(4) VALUE 0.
       77 ISBN-QUOCIENTE                   PIC 9(4) VALUE 0.
       77 ISBN-RESTO                       PIC 99  VALUE 0.
       77 ISBN-CONTROLO                    PIC 9   VALUE 0.
       77 ISBN-SO-DIGITOS                  PIC X   VALUE "S".
       77 ISBN-CARACTER-INVALIDO           PIC X   VALUE "N".
       77 ISBN-OK                          PIC X   VALUE "N".
       77 ISBN-ACEITE                      PIC X   VALUE "N".
       77 ISBN-DUPLICADO                   PIC X   VALUE "N".
       77 ISBN-DUPLICADO-COD               PIC 9(5) VALUE 0.
       77 ISBN-ANTIGO-SAVE                 PIC X(13).
       77 LIVRO-PROCURA                    PIC X(17).
       77 LIVRO-PROCURA-MENSAGEM           PIC X(25).
       77 DEVOLVER-CLIENTE-FILTRO          PIC 9(5) VALUE 0.
       77 DEVOLVER-CLIENTE-LIDO            PIC 9(5) VALUE 0.
       77 DEVOLVER-ALUGUER-COD             PIC 9(5) VALUE 0.
       77 DEVOLVER-ATIVOS                  PIC 9(3) VALUE 0.

       01 LIVRO-REGISTO-SAVE.
           05 LIVRO-COD-GUARDADO           PIC 9(5) BLANK WHEN ZEROS.
           05 FILLER                       PIC X(56).

       77 CATALOGO-EOF                     PIC X   VALUE "N".
       77 CATALOGO-FIM                     PIC X   VALUE "N".
       77 CATALOGO-EXISTE                  PIC X   VALUE "N".
       77 CATALOGO-ENCONTRADO              PIC X   VALUE "N".
       77 CATALOGO-ISBN-X                  PIC X(20).
       77 CATALOGO-TITULO-X                PIC X(60).
       77 CATALOGO-AUTOR-X                 PIC X(40).
       77 CATALOGO-TEMA-X                  PIC X(40).
       77 CATALOGO-EXEMP-X                 PIC X(15).
       77 CATALOGO-NOME                    PIC X(30).
       77 CATALOGO-EXISTENTES              PIC 9(5) VALUE 0.
       77 CATALOGO-TEMAS-CRIADOS           PIC 9(5) VALUE 0.
       77 CATALOGO-AUTORES-CRIADOS         PIC 9(5) VALUE 0.

       77 LOTE-PARAMETRO                   PIC X(20) VALUE SPACES.
       77 MODO-LOTE                        PIC X   VALUE "N".
       77 LOTE-RETORNO                     PIC 99  VALUE 0.
       77 LOTE-PARAR                       PIC X   VALUE "N".
       77 LOTE-PASSO-OK                    PIC X   VALUE "S".
       77 LOTE-PASSO                       PIC X(11).
       77 LOTE-MENSAGEM                    PIC X(70).
       77 LOTE-RESULTADO                   PIC X(60).
       77 LOTE-HORA                        PIC 9(8) VALUE 0.
       77 LOTE-CTL-EOF                     PIC X   VALUE "N".
       77 LOTE-CTL-ULTIMO                  PIC X(11) VALUE SPACES.
       77 LOTE-CTL-ULTIMA-DATA             PIC 9(8) VALUE 0.
       77 LOTE-RESERVAS-OK                 PIC X   VALUE "N".
       77 LOTE-AVISOS-OK                   PIC X   VALUE "N".
       77 LOTE-QUOTAS-OK                   PIC X   VALUE "N".
       77 LOTE-INTEGRIDADE-OK              PIC X   VALUE "N".
       77 LOTE-ATRASOS-OK                  PIC X   VALUE "N".
       77 RESERVAS-CADUCADAS               PIC 9(5) VALUE 0.

       01 DADOS-ENTIDADE.
           05 ENTIDADE-NIF                 PIC 9(9) BLANK WHEN ZEROS.
           05 ENTIDADE-NOME                PIC X(40).
           05 ENTIDADE-MORADA              PIC X(50).
           05 ENTIDADE-LOCALIDADE          PIC X(30).
           05 ENTIDADE-COD-POSTAL          PIC X(8).
       77 ENTIDADE-NIF-ANTIGO              PIC 9(9) BLANK WHEN ZEROS.
       77 ENTIDADE-NOME-ANTIGO             PIC X(40).

       77 SAFT-TAG                         PIC X(30).
       77 SAFT-VALOR-TEXTO                 PIC X(60).
       77 SAFT-DATA-TEXTO                  PIC X(10).
       77 SAFT-DATA-INICIO                 PIC X(10).
       77 SAFT-DATA-FIM                    PIC X(10).
       77 SAFT-DATA-HOJE                   PIC X(10).
       01 SAFT-DATA-AAAAMMDD               PIC 9(8) VALUE 0.
       01 SAFT-DATA-X REDEFINES SAFT-DATA-AAAAMMDD PIC X(8).
       77 SAFT-INICIO-AAAAMMDD             PIC 9(8) VALUE 0.
       77 SAFT-FIM-AAAAMMDD                PIC 9(8) VALUE 0.
       77 SAFT-SEGUINTE-AAAAMMDD           PIC 9(8) VALUE 0.
       77 SAFT-PAGAMENTO-AAAAMMDD          PIC 9(8) VALUE 0.
       77 SAFT-VALOR-EDT                   PIC ZZZZZZ9.99.
       77 SAFT-NUM-EDT                     PIC ZZZZ9.
       77 SAFT-ROTULO                      PIC X(32).
       77 SAFT-TIPO                        PIC X   VALUE SPACE.
       77 SAFT-TOTAL                       PIC 9(7)V99 VALUE 0.
       77 SAFT-TOTAL-MULTAS                PIC 9(7)V99 VALUE 0.
       77 SAFT-TOTAL-REPOSICOES            PIC 9(7)V99 VALUE 0.
       77 SAFT-TOTAL-QUOTAS                PIC 9(7)V99 VALUE 0.
       77 SAFT-TOTAL-ESCRITO               PIC 9(7)V99 VALUE 0.
       77 SAFT-TOTAL-FECHO                 PIC 9(7)V99 VALUE 0.
       77 SAFT-ESCRITOS                    PIC 9(5) VALUE 0.
       77 SAFT-RECIBO-ANTES                PIC 9(5) VALUE 0.
       77 SAFT-RECIBO-ANTERIOR             PIC 9(5) VALUE 0.
       77 SAFT-MENOR-RECIBO                PIC 9(5) VALUE 0.
       77 SAFT-FALHAS                      PIC 9(5) VALUE 0.
       77 SAFT-REPETIDOS                   PIC 9(5) VALUE 0.
       77 SAFT-SEM-NUMERO                  PIC 9(5) VALUE 0.
       77 SAFT-DIFERENCAS                  PIC 9(3) VALUE 0.
       77 SAFT-IDX                         PIC 9(4) VALUE 0.
       77 SAFT-MENOR-IDX                   PIC 9(4) VALUE 0.
       77 SAFT-TABELA-CHEIA                PIC X   VALUE "N".
       77 SAFT-ENCONTRADO                  PIC X   VALUE "N".
       77 SAFT-FECHO-EOF                   PIC X   VALUE "N".
       77 SAFT-FECHO-MES-OK                PIC X   VALUE "N".
       77 SAFT-FECHO-LIDO                  PIC X   VALUE "N".
       77 TOTAL-SAFT-ITENS                 PIC 9(4) VALUE 0.
       77 TOTAL-SAFT-CLIENTES              PIC 9(4) VALUE 0.

       01 TABELA-SAFT.
           05 SAFT-ITEM OCCURS 2000 TIMES.
               10 SAFT-RECIBO              PIC 9(5).
               10 SAFT-ALUGUER             PIC 9(5).
               10 SAFT-CLIENTE             PIC 9(5).
               10 SAFT-VALOR               PIC 9(5)V99.
               10 SAFT-ITEM-TIPO           PIC X.
               10 SAFT-DATA                PIC 9(8).
               10 SAFT-USADO               PIC X.

       01 TABELA-SAFT-CLIENTES.
           05 SAFT-CLI-COD                 PIC 9(5) OCCURS 2000 TIMES.

       77 ANO-CORTE                        PIC 9999 VALUE 0.
       77 DATA-CORTE-AAAAMMDD              PIC 9(8) VALUE 0.
       77 SEG-CLIENTES-ESCRITOS            PIC 9(5) VALUE 0.
       77 PAGAMENTO-FIM                    PIC X   VALUE "N".
       77 PAGAMENTO-ALUGUER-COD-SAVE       PIC 9(5).
       77 CLIENTE-BLOQUEADO                PIC X   VALUE "N".
       77 FAMILIA-RESPONSAVEL-COD          PIC 9(5) VALUE 0.
       77 FAMILIA-MEMBRO-COD               PIC 9(5) VALUE 0.
       77 FAMILIA-AGREGADO                 PIC X   VALUE "N".
       77 FAMILIA-FIM                      PIC X   VALUE "N".
       77 FAMILIA-IDX                      PIC 9(3) VALUE 0.
       77 TOTAL-FAMILIA-DEPENDENTES        PIC 9(3) VALUE 0.
       77 FAMILIA-REGISTO-SAVE             PIC X(104).
       77 AVISO-EMAIL                      PIC X(30).
       01 TABELA-FAMILIA.
           05 FAMILIA-DEPENDENTE OCCURS 50 TIMES.
               10 FAMILIA-DEP-COD          PIC 9(5).
               10 FAMILIA-DEP-NOME         PIC X(30).

       77 RGPD-CLIENTE-COD                 PIC 9(5) VALUE 0.
       77 RGPD-COD                         PIC 9(5) VALUE 0.
       77 RGPD-TIPO                        PIC X   VALUE SPACES.
       77 RGPD-CORTE-AAAAMMDD              PIC 9(8) VALUE 0.
       77 RGPD-DATA-AAAAMMDD               PIC 9(8) VALUE 0.
       77 RGPD-ULTIMA-AAAAMMDD             PIC 9(8) VALUE 0.
       77 RGPD-DATA-TEXTO                  PIC X(10).
       77 RGPD-CONFIRMA                    PIC X   VALUE "N".
       77 RGPD-FIM                         PIC X   VALUE "N".
       77 RGPD-ENCONTRADO                  PIC X   VALUE "N".
       77 RGPD-IDX                         PIC 9(4) VALUE 0.
       77 TOTAL-RGPD-CODIGOS               PIC 9(4) VALUE 0.
       77 RGPD-SECCAO-REGISTOS             PIC 9(5) VALUE 0.
       77 RGPD-ANALISADOS                  PIC 9(5) VALUE 0.
       77 RGPD-ANONIMIZADOS                PIC 9(5) VALUE 0.
       77 RGPD-RETIDOS-DIVIDA              PIC 9(5) VALUE 0.
       77 RGPD-RETIDOS-DEPENDENTES         PIC 9(5) VALUE 0.
       77 RGPD-HISTORICO-LIMPOS            PIC 9(5) VALUE 0.
       77 RGPD-CONT-EDT                    PIC ZZZZ9.
       77 RGPD-ROTULO                      PIC X(45).
       01 TABELA-RGPD-CLIENTES.
           05 RGPD-CLIENTE OCCURS 99999 TIMES.
               10 RGPD-CLI-ULTIMA          PIC 9(8).
               10 RGPD-CLI-DIVIDA          PIC X.
               10 RGPD-CLI-DEPENDENTES     PIC X.
               10 RGPD-CLI-ANONIMO         PIC X.
       01 TABELA-RGPD-RESERVAS.
           05 RGPD-RES-ANONIMA             PIC X OCCURS 99999 TIMES.
       01 TABELA-RGPD-CODIGOS.
           05 RGPD-CODIGO OCCURS 2000 TIMES.
               10 RGPD-COD-TIPO            PIC X.
               10 RGPD-COD-VALOR           PIC 9(5).
       77 RECIBO-ULTIMO                    PIC 9(5) VALUE 0.
       77 RECIBO-MAIOR                     PIC 9(5) VALUE 0.

       77 BLOQUEIO-REPETIR                 PIC X   VALUE "N".
       77 BLOQUEIO-DESISTIU                PIC X   VALUE "N".
       77 BLOQUEIO-RESPOSTA                PIC X   VALUE SPACE.
       77 BLOQUEIO-CONFLITO                PIC X   VALUE "N".
       77 BLOQUEIO-OBRIGATORIO             PIC X   VALUE "N".
       77 BLOQUEIO-CHAVE                   PIC 9(5) VALUE 0.
       77 BLOQUEIO-FICHEIRO                PIC X(10) VALUE SPACES.
       77 BLOQUEIO-MENSAGEM                PIC X(40) VALUE SPACES.
       77 CONTADOR-EXISTIA                 PIC X   VALUE "N".
       77 ALUGUER-IMAGEM-LIDA              PIC X(56) VALUE SPACES.
       77 ALUGUER-IMAGEM-NOVA              PIC X(56) VALUE SPACES.
       77 CLIENTE-IMAGEM-LIDA              PIC X(104) VALUE SPACES.
       77 CLIENTE-IMAGEM-NOVA              PIC X(104) VALUE SPACES.
       77 LIVRO-IMAGEM-LIDA                PIC X(61) VALUE SPACES.
       77 LIVRO-IMAGEM-NOVA                PIC X(61) VALUE SPACES.
       77 PAGAMENTO-IMAGEM-LIDA            PIC X(41) VALUE SPACES.
       77 PAGAMENTO-IMAGEM-NOVA            PIC X(41) VALUE SPACES.
       77 SESSAO-PROPRIA                   PIC 99  VALUE 0.
       77 SESSAO-IDX                       PIC 99  VALUE 0.
       77 SESSOES-MAXIMO                   PIC 99  VALUE 20.
       77 SESSOES-OUTRAS                   PIC 99  VALUE 0.
       77 SESSOES-TITULO                   PIC X(30) VALUE SPACES.

       77 FECHO-MES-MES                    PIC 99  VALUE 0.
       77 FECHO-MES-ANO                    PIC 9999 VALUE 0.
               10 CAIXA-VALOR              PIC 9(5)V99.
               10 CAIXA-USADO              PIC X.

       01 TABELA-CALENDARIO.
           05 CALENDARIO-ITEM OCCURS 300 TIMES.
               10 CALENDARIO-ITEM-TIPO     PIC X.
               10 CALENDARIO-ITEM-SEMANA   PIC 9.
               10 CALENDARIO-ITEM-INICIO   PIC 9(8).
               10 CALENDARIO-ITEM-FIM      PIC 9(8).
       77 TOTAL-CALENDARIO                 PIC 9(3) VALUE 0.
       77 CALENDARIO-IDX                   PIC 9(3) VALUE 0.
       77 CALENDARIO-TABELA-CHEIA          PIC X   VALUE "N".
       77 DIA-ABERTO                       PIC X   VALUE "S".
       77 CALENDARIO-DATA-INT              PIC 9(8) VALUE 0.
       77 CALENDARIO-DATA-AAAAMMDD         PIC 9(8) VALUE 0.
       77 CALENDARIO-REF-AAAAMMDD          PIC 9(8) VALUE 0.
       77 CALENDARIO-ATE-INT               PIC 9(8) VALUE 0.
       77 CALENDARIO-MMDD                  PIC 9(4) VALUE 0.
       77 CALENDARIO-DIA-SEMANA            PIC 9   VALUE 0.
       77 CALENDARIO-QUOCIENTE             PIC 9(8) VALUE 0.
       77 CALENDARIO-RESTO                 PIC 9(8) VALUE 0.
       77 CALENDARIO-PASSOS                PIC 9(3) VALUE 0.
       77 DIAS-ABERTOS                     PIC S9(5) VALUE 0.
       77 CALENDARIO-DATA-OK               PIC X   VALUE "N".
       77 CALENDARIO-DESCRICAO-SAVE        PIC X(30).
       77 CALENDARIO-TIPO-TEXTO            PIC X(12).
       77 CALENDARIO-PERIODO-TEXTO         PIC X(23).
       01 CALENDARIO-DATA-ENTRADA.
           05 CALENDARIO-ENT-DIA           PIC 99.
           05 CALENDARIO-ENT-MES           PIC 99.
           05 CALENDARIO-ENT-ANO           PIC 9999.
       01 CALENDARIO-DATA-TEXTO.
           05 CALENDARIO-TXT-DIA           PIC 99.
           05 FILLER                       PIC X   VALUE "/".
           05 CALENDARIO-TXT-MES           PIC 99.
           05 FILLER                       PIC X   VALUE "/".
           05 CALENDARIO-TXT-ANO           PIC 9999.

       77 FORNECEDOR-NOME-ANTIGO-SAVE      PIC X(30).
       77 ENCOMENDA-ESTADO-TEXTO           PIC X(10).
       77 ENCOMENDA-ESTADO-NOVO            PIC X   VALUE SPACE.
       77 ENCLIN-ESTADO-TEXTO              PIC X(10).
       77 AQUISICOES-FIM                   PIC X   VALUE "N".
       77 ENCOMENDA-LINHAS-TOTAL           PIC 99  VALUE 0.
       77 ENCOMENDA-LINHAS-FIM             PIC X   VALUE "N".
       77 ENCOMENDA-CONTINUAR              PIC X   VALUE "S".
       77 ENCOMENDA-VALOR-TOTAL            PIC 9(7)V99 VALUE 0.
       77 ENCOMENDA-PENDENTE-TOTAL         PIC 9(5) VALUE 0.
       77 ENCOMENDA-LINHAS-ABERTAS         PIC 99  VALUE 0.
       77 ENCOMENDA-LINHAS-RECEBIDAS       PIC 99  VALUE 0.
       77 ENCOMENDA-LIVRO-ENTRADA          PIC 9(5) VALUE 0.
       77 ENCOMENDA-PRECO-CENTIMOS         PIC 9(7) VALUE 0.
       77 ENCOMENDA-CONFIRMA               PIC X   VALUE "N".
       77 ENCOMENDA-VALOR-EDT              PIC ZZZZZZ9.99.
       77 ENCLIN-PRECO-EDT                 PIC ZZZZ9.99.
       77 ENCLIN-NUM-ESCOLHIDO             PIC 99  VALUE 0.
       77 ENCLIN-PENDENTE                  PIC 9(3) VALUE 0.
       77 RECECAO-QUANTIDADE-NOVA          PIC 9(3) VALUE 0.
       77 RECECAO-OK                       PIC X   VALUE "N".
       77 RECECOES-EOF                     PIC X   VALUE "N".
       77 EXEMPLARES-SOMA                  PIC 9(4) VALUE 0.
       77 EXEMPLARES-ANTIGOS-EDT           PIC ZZ9.
       77 EXEMPLARES-NOVOS-EDT             PIC ZZ9.
       77 EM-ENCOMENDA                     PIC 9(4) VALUE 0.
       77 SUGESTAO-QUANTIDADE              PIC S9(4) VALUE 0.
       77 SUGESTOES-LISTADAS               PIC 9(5) VALUE 0.
       77 AQUISICOES-ANO                   PIC 9999 VALUE 0.
       77 GASTO-DATA-INICIO                PIC 9(8) VALUE 0.
       77 GASTO-DATA-FIM                   PIC 9(8) VALUE 0.
       77 GASTO-TEMA-COD                   PIC 9(5) VALUE 0.
       77 GASTO-TEMA-ENCONTRADO            PIC X   VALUE "N".
       77 GASTO-IDX                        PIC 9(3) VALUE 0.
       77 GASTO-TEMA-NOME                  PIC X(30).
       77 GASTO-ORCAMENTO-TOTAL            PIC 9(9)V99 VALUE 0.
       77 GASTO-VALOR-TOTAL                PIC 9(9)V99 VALUE 0.
       77 GASTO-SALDO                      PIC S9(9)V99 VALUE 0.
       77 GASTO-VALOR-EDT                  PIC ZZZZZZZZ9.99.
       77 GASTO-SALDO-EDT                  PIC -ZZZZZZZZ9.99.
       77 ORCAMENTO-EUROS                  PIC 9(7) VALUE 0.
       77 ORCAMENTO-ANTIGO                 PIC 9(7)V99 VALUE 0.
       77 ORCAMENTO-EXISTE                 PIC X   VALUE "N".
       77 ORCAMENTO-FIM                    PIC X   VALUE "N".
       77 LINHA-EM-BRANCO                  PIC X(78) VALUE SPACES.

       01 TABELA-TEMAS-GASTO.
           05 TEMA-GASTO-ITEM OCCURS 100 TIMES.
               10 TEMA-GASTO-COD           PIC 9(5).
               10 TEMA-GASTO-ORCAMENTO     PIC 9(7)V99.
               10 TEMA-GASTO-VALOR         PIC 9(7)V99.
       77 TOTAL-TEMAS-GASTO                PIC 9(3) VALUE 0.

       77 INVENTARIO-EOF                   PIC X   VALUE "N".
       77 INVENTARIO-FIM                   PIC X   VALUE "N".
       77 INVENTARIO-MODO                  PIC X   VALUE "R".
       77 INVENTARIO-CONFIRMA              PIC X   VALUE "N".
       77 INVENTARIO-TEMA-COD              PIC 9(5) VALUE 0.
       77 INVENTARIO-LIVRO-TEMA            PIC 9(5) VALUE 0.
       77 INVENTARIO-COD-X                 PIC X(15).
       77 INVENTARIO-QTD-X                 PIC X(15).
       77 INVENTARIO-QUANTIDADE            PIC 9(5) VALUE 0.
       77 INVENTARIO-LINHAS-LIDAS          PIC 9(5) VALUE 0.
       77 INVENTARIO-LINHAS-INVALIDAS      PIC 9(5) VALUE 0.
       77 INVENTARIO-ALUGADOS              PIC 9(5) VALUE 0.
       77 INVENTARIO-ESPERADO              PIC 9(5) VALUE 0.
       77 INVENTARIO-CONTADO               PIC 9(5) VALUE 0.
       77 INVENTARIO-DIFERENCA             PIC S9(5) VALUE 0.
       77 INVENTARIO-NOVO-TOTAL            PIC 9(5) VALUE 0.
       77 INVENTARIO-FALTAS                PIC 9(5) VALUE 0.
       77 INVENTARIO-EXCEDENTES            PIC 9(5) VALUE 0.
       77 INVENTARIO-EXEMP-FALTA           PIC 9(5) VALUE 0.
       77 INVENTARIO-EXEMP-EXCESSO         PIC 9(5) VALUE 0.
       77 INVENTARIO-NAO-CATALOGADOS       PIC 9(5) VALUE 0.
       77 INVENTARIO-OUTRO-TEMA            PIC 9(5) VALUE 0.
       77 INVENTARIO-AJUSTADOS             PIC 9(5) VALUE 0.
       77 INVENTARIO-RECUSADOS             PIC 9(5) VALUE 0.
       77 INVENTARIO-EDT                   PIC ZZZZ9.
       77 INVENTARIO-EDT2                  PIC ZZZZ9.

       77 CONVERSAO-EOF                    PIC X   VALUE "N".
       77 CONVERSAO-FEITA                  PIC X   VALUE "N".
       77 CONVERSAO-ERRO                   PIC X   VALUE "N".
       77 CONVERTIDOS-CLIENTES             PIC 9(5) VALUE 0.
       77 CONVERTIDOS-PAGAMENTOS           PIC 9(5) VALUE 0.
       77 CONVERTIDOS-LIVROS               PIC 9(5) VALUE 0.

       77 SAIDA-ESCOLHIDA                  PIC X   VALUE "E".
       77 RELATORIO-TITULO                 PIC X(40).
           05 REL-CLI-EMAIL                PIC X(30).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 REL-CLI-QUOTA                PIC X(10).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 REL-CLI-CATEGORIA            PIC 9(5) BLANK WHEN ZEROS.

       01 REL-LINHA-LIVRO.
           05 REL-LIV-COD                  PIC 9(5).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 REL-TEM-PRAZO                PIC 9(3).

       01 REL-LINHA-CATEGORIA.
           05 REL-CAT-COD                  PIC 9(5).
           05 FILLER                       PIC X(3) VALUE SPACES.
           05 REL-CAT-NOME                 PIC X(30).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 REL-CAT-MAX                  PIC Z9.
           05 FILLER                       PIC X(5) VALUE SPACES.
           05 REL-CAT-PRAZO                PIC ZZ9.
           05 FILLER                       PIC X(5) VALUE SPACES.
           05 REL-CAT-MULTA                PIC Z9.99.
           05 FILLER                       PIC X(3) VALUE SPACES.
           05 REL-CAT-QUOTA                PIC ZZZZ9.99.
           05 FILLER                       PIC X(3) VALUE SPACES.
           05 REL-CAT-ISENTA               PIC X.

       01 REL-LINHA-CALENDARIO.
           05 REL-CAL-COD                  PIC 9(5).
           05 FILLER                       PIC X(3) VALUE SPACES.
           05 REL-CAL-TIPO                 PIC X(12).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 REL-CAL-PERIODO              PIC X(23).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 REL-CAL-DESCRICAO            PIC X(30).

       01 REL-LINHA-FORNECEDOR.
           05 REL-FOR-COD                  PIC 9(5).
           05 FILLER                       PIC X(3) VALUE SPACES.
           05 REL-FOR-NOME                 PIC X(30).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 REL-FOR-NIF                  PIC 9(9) BLANK WHEN ZEROS.
           05 FILLER                       PIC X(3) VALUE SPACES.
           05 REL-FOR-EMAIL                PIC X(30).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 REL-FOR-TELEFONE             PIC 9(9) BLANK WHEN ZEROS.

       01 REL-LINHA-ENCOMENDA.
           05 REL-ENC-COD                  PIC 9(5).
           05 FILLER                       PIC X(3) VALUE SPACES.
           05 REL-ENC-DATA                 PIC X(10).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 REL-ENC-FORNECEDOR           PIC X(30).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 REL-ENC-ESTADO               PIC X(10).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 REL-ENC-VALOR                PIC ZZZZZZ9.99.
           05 FILLER                       PIC X(3) VALUE SPACES.
           05 REL-ENC-PENDENTES            PIC ZZZZ9.

       01 REL-LINHA-SUGESTAO.
           05 REL-SUG-COD                  PIC 9(5).
           05 FILLER                       PIC X(3) VALUE SPACES.
           05 REL-SUG-TITULO               PIC X(30).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 REL-SUG-EXEMP                PIC ZZ9.
           05 FILLER                       PIC X(5) VALUE SPACES.
           05 REL-SUG-DISPON               PIC ZZ9.
           05 FILLER                       PIC X(5) VALUE SPACES.
           05 REL-SUG-RESERVAS             PIC ZZ9.
           05 FILLER                       PIC X(5) VALUE SPACES.
           05 REL-SUG-ENCOMENDA            PIC ZZZ9.
           05 FILLER                       PIC X(4) VALUE SPACES.
           05 REL-SUG-QUANTIDADE           PIC ZZZ9.

       01 REL-LINHA-GASTO.
           05 REL-GAS-COD                  PIC 9(5) BLANK WHEN ZEROS.
           05 FILLER                       PIC X(3) VALUE SPACES.
           05 REL-GAS-TEMA                 PIC X(30).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 REL-GAS-ORCAMENTO            PIC ZZZZZZZZ9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 REL-GAS-VALOR                PIC ZZZZZZZZ9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 REL-GAS-SALDO                PIC -ZZZZZZZZ9.99.

       01 REL-LINHA-INVENTARIO.
           05 REL-INV-COD                  PIC 9(5).
           05 FILLER                       PIC X(3) VALUE SPACES.
           05 REL-INV-TITULO               PIC X(30).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 REL-INV-REGISTO              PIC ZZ9.
           05 FILLER                       PIC X(3) VALUE SPACES.
           05 REL-INV-ALUGADOS             PIC ZZZZ9.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 REL-INV-ESPERADO             PIC ZZZZ9.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 REL-INV-CONTADO              PIC ZZZZ9.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 REL-INV-DIFERENCA            PIC -ZZZZ9.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 REL-INV-SITUACAO             PIC X(16).

       01 REL-LINHA-AUTOR.
           05 REL-AUT-COD                  PIC 9(5).
           05 FILLER                       PIC X(3) VALUE SPACES.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 REL-EXT-TIPO                 PIC X(5).

       01 REL-LINHA-HISTORICO.
           05 REL-HIS-DATA                 PIC X(10).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 REL-HIS-FICHEIRO             PIC X(10).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 REL-HIS-COD                  PIC 9(5).
           05 FILLER                       PIC X(3) VALUE SPACES.
           05 REL-HIS-OPERACAO             PIC X(11).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 REL-HIS-ANTIGO               PIC X(30).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 REL-HIS-NOVO                 PIC X(30).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 REL-HIS-OPERADOR             PIC X(8).

       01 REL-LINHA-ANONIMIZACAO.
           05 REL-ANO-COD                  PIC 9(5).
           05 FILLER                       PIC X(3) VALUE SPACES.
           05 REL-ANO-ULTIMA               PIC X(10).
           05 FILLER                       PIC X(3) VALUE SPACES.
           05 REL-ANO-ADMISSAO             PIC X(10).

       77 TALAO-NOME                       PIC X(30).
       77 TALAO-TITULO                     PIC X(30).
       77 TALAO-MULTA-DIA-EDT              PIC Z9.99.
               ANO-SIST * 10000 + MES-SIST * 100
               + DIA-SIST.

           ACCEPT LOTE-PARAMETRO FROM COMMAND-LINE.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(LOTE-PARAMETRO))
           = "LOTE" THEN
               MOVE "S" TO MODO-LOTE
           END-IF.

           OPEN I-O FIC-CLIENTES.
           IF FS = "39" THEN
               PERFORM CLIENTES-FICHEIRO-CONVERTER
           END-IF.
           OPEN I-O FIC-LIVROS.
           IF FS = "39" THEN
               PERFORM LIVROS-FICHEIRO-CONVERTER
           END-IF.
           OPEN I-O FIC-TEMAS.
           OPEN I-O FIC-AUTORES.
           OPEN I-O FIC-ALUGUERES.
           OPEN I-O FIC-CONTADORES.
           OPEN I-O FIC-OPERADORES.
           OPEN I-O FIC-LIVROS-AUTORES.
           OPEN I-O FIC-CATEGORIAS.
           OPEN I-O FIC-CALENDARIO.
           OPEN I-O FIC-FORNECEDORES.
           OPEN I-O FIC-ENCOMENDAS.
           OPEN I-O FIC-ENCOMENDA-LINHAS.
           OPEN I-O FIC-ORCAMENTOS.
           OPEN I-O FIC-SESSOES.

           IF CONVERSAO-FEITA = "S" AND MODO-LOTE = "N" THEN
               DISPLAY CLS
               PERFORM BASE
               DISPLAY "CONVERSAO DE FICHEIROS" FOREGROUND-COLOR 5
               DISPLAY CONVERTIDOS-CLIENTES HIGHLIGHT AT 0627
               DISPLAY "PAGAMENTOS CONVERTIDOS:" AT 0803 HIGHLIGHT
               DISPLAY CONVERTIDOS-PAGAMENTOS HIGHLIGHT AT 0827
               DISPLAY "LIVROS CONVERTIDOS....:" AT 1003 HIGHLIGHT
               DISPLAY CONVERTIDOS-LIVROS HIGHLIGHT AT 1027
               DISPLAY "ENTER - CONTINUAR"
               HIGHLIGHT AT 1803
               ACCEPT OMITTED AT 1821
           END-IF.

           PERFORM PARAMETROS-CARREGAR.
           PERFORM CALENDARIO-CARREGAR.

           IF MODO-LOTE = "S" THEN
               PERFORM LOTE-EXECUTAR
           ELSE
               PERFORM OPERADORES-LOGIN
               IF LOGIN-OK = "S" THEN
                   PERFORM SESSAO-REGISTAR
                   PERFORM RESERVAS-CADUCAR
                   PERFORM MENU-INICIAL
                   PERFORM SESSAO-TERMINAR
               END-IF
           END-IF.

           CLOSE FIC-CLIENTES.
           CLOSE FIC-CONTADORES.
           CLOSE FIC-OPERADORES.
           CLOSE FIC-LIVROS-AUTORES.
           CLOSE FIC-CATEGORIAS.
           CLOSE FIC-CALENDARIO.
           CLOSE FIC-FORNECEDORES.
           CLOSE FIC-ENCOMENDAS.
           CLOSE FIC-ENCOMENDA-LINHAS.
           CLOSE FIC-ORCAMENTOS.
           CLOSE FIC-SESSOES.

           IF MODO-LOTE = "S" THEN
               MOVE LOTE-RETORNO TO RETURN-CODE
           END-IF.

           STOP RUN.

               HIGHLIGHT AT 1145
               DISPLAY "6            QUOTAS"
               HIGHLIGHT AT 1245
               DISPLAY "7              RGPD"
               HIGHLIGHT AT 1345
               DISPLAY "0     MENU INICIAL"
               HIGHLIGHT AT 1445
               DISPLAY "[ ]INSIRA UMA OPCAO"
               HIGHLIGHT AT 1544
               MOVE "S" TO REPETIR-MENU
               PERFORM UNTIL REPETIR-MENU = "N"
                   ACCEPT ESCOLHA AT 1545 AUTO
                   EVALUATE ESCOLHA
                       WHEN 1 PERFORM CLIENTES-NOVO
                       WHEN 2 PERFORM CLIENTES-CONSULTAR
                           END-IF
                       WHEN 5 PERFORM CLIENTES-LISTAGEM
                       WHEN 6 PERFORM CLIENTES-GERAR-QUOTAS
                       WHEN 7 PERFORM MENU-RGPD
                       WHEN 0
                           MOVE "S" TO SAIR
                           MOVE "N" TO REPETIR-MENU
           MOVE 0 TO CONVERTIDOS-CLIENTES.
           OPEN INPUT FIC-CLIENTES-ANT.
           IF FS NOT = "00" AND FS NOT = "05" THEN
               MOVE "S" TO CONVERSAO-ERRO
               IF MODO-LOTE = "N" THEN
                   DISPLAY CLS
                   PERFORM BASE
                   DISPLAY "CONVERSAO DE FICHEIROS" FOREGROUND-COLOR 4
                   HIGHLIGHT AT 0217
                   DISPLAY "ERRO AO LER CLIENTES.TXT - ESTADO:"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0403
                   DISPLAY FS FOREGROUND-COLOR 4 HIGHLIGHT AT 0438
                   DISPLAY "O FICHEIRO NAO FOI ALTERADO."
                   HIGHLIGHT AT 0603
                   DISPLAY "UTILIZE O ECRA FECHO E RESTAURO PARA " &
                   "RECUPERAR DA SEGURANCA."
                   HIGHLIGHT AT 0803
                   DISPLAY "ENTER - CONTINUAR"
                   HIGHLIGHT AT 1803
                   ACCEPT OMITTED AT 1821
               END-IF
           ELSE
               MOVE "S" TO CONVERSAO-FEITA
               OPEN OUTPUT FIC-CONVERSAO
                       AT END
                           MOVE "S" TO CONVERSAO-EOF
                       NOT AT END
                           MOVE CONVERSAO-IMAGEM(1:94)
                           TO REGISTO-CLIENTES(1:94)
                           MOVE 0 TO CLIENTE-CATEGORIA-COD
                           MOVE 0 TO CLIENTE-RESPONSAVEL-COD
                           WRITE REGISTO-CLIENTES
                               INVALID KEY
                                   CONTINUE
           MOVE 0 TO CONVERTIDOS-PAGAMENTOS.
           OPEN INPUT FIC-PAGAMENTOS-ANT.
           IF FS NOT = "00" AND FS NOT = "05" THEN
               MOVE "S" TO CONVERSAO-ERRO
               IF MODO-LOTE = "N" THEN
                   DISPLAY CLS
                   PERFORM BASE
                   DISPLAY "CONVERSAO DE FICHEIROS" FOREGROUND-COLOR 4
                   HIGHLIGHT AT 0217
                   DISPLAY "ERRO AO LER PAGAMENTOS.TXT - ESTADO:"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0403
                   DISPLAY FS FOREGROUND-COLOR 4 HIGHLIGHT AT 0440
                   DISPLAY "O FICHEIRO NAO FOI ALTERADO."
                   HIGHLIGHT AT 0603
                   DISPLAY "UTILIZE O ECRA FECHO E RESTAURO PARA " &
                   "RECUPERAR DA SEGURANCA."
                   HIGHLIGHT AT 0803
                   DISPLAY "ENTER - CONTINUAR"
                   HIGHLIGHT AT 1803
                   ACCEPT OMITTED AT 1821
               END-IF
           ELSE
               MOVE "S" TO CONVERSAO-FEITA
               OPEN OUTPUT FIC-CONVERSAO
               OPEN I-O FIC-PAGAMENTOS
           END-IF.

       LIVROS-FICHEIRO-CONVERTER.
           MOVE 0 TO CONVERTIDOS-LIVROS.
           OPEN INPUT FIC-LIVROS-ANT.
           IF FS NOT = "00" AND FS NOT = "05" THEN
               MOVE "S" TO CONVERSAO-ERRO
               IF MODO-LOTE = "N" THEN
                   DISPLAY CLS
                   PERFORM BASE
                   DISPLAY "CONVERSAO DE FICHEIROS" FOREGROUND-COLOR 4
                   HIGHLIGHT AT 0217
                   DISPLAY "ERRO AO LER LIVROS.TXT - ESTADO:"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0403
                   DISPLAY FS FOREGROUND-COLOR 4 HIGHLIGHT AT 0436
                   DISPLAY "O FICHEIRO NAO FOI ALTERADO."
                   HIGHLIGHT AT 0603
                   DISPLAY "UTILIZE O ECRA FECHO E RESTAURO PARA " &
                   "RECUPERAR DA SEGURANCA."
                   HIGHLIGHT AT 0803
                   DISPLAY "ENTER - CONTINUAR"
                   HIGHLIGHT AT 1803
                   ACCEPT OMITTED AT 1821
               END-IF
           ELSE
               MOVE "S" TO CONVERSAO-FEITA
               OPEN OUTPUT FIC-CONVERSAO
               MOVE 0 TO LIVRO-COD-ANT
               START FIC-LIVROS-ANT KEY > LIVRO-COD-ANT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FS <> "05" AND FS <> "23" THEN
                           PERFORM UNTIL FS = "10"
                               READ FIC-LIVROS-ANT NEXT RECORD
                                   NOT AT END
                                       MOVE SPACES TO CONVERSAO-IMAGEM
                                       MOVE REGISTO-LIVROS-ANT
                                       TO CONVERSAO-IMAGEM
                                       WRITE REGISTO-CONVERSAO
                               END-READ
                           END-PERFORM
                       END-IF
               END-START
               CLOSE FIC-LIVROS-ANT
               CLOSE FIC-CONVERSAO

               OPEN OUTPUT FIC-LIVROS
               MOVE "N" TO CONVERSAO-EOF
               OPEN INPUT FIC-CONVERSAO
               PERFORM WITH TEST AFTER UNTIL CONVERSAO-EOF = "S"
                   READ FIC-CONVERSAO
                       AT END
                           MOVE "S" TO CONVERSAO-EOF
                       NOT AT END
                           MOVE CONVERSAO-IMAGEM(1:48)
                           TO REGISTO-LIVROS(1:48)
                           MOVE SPACES TO LIVRO-ISBN
                           WRITE REGISTO-LIVROS
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO CONVERTIDOS-LIVROS
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FIC-CONVERSAO
               CLOSE FIC-LIVROS
               OPEN I-O FIC-LIVROS
           END-IF.

       SUPERVISOR-VERIFICAR.
           IF OPERADOR-NIVEL-ATUAL = "S" THEN
               MOVE "S" TO ACESSO-SUPERVISOR
           MOVE ALL "*" TO LINHA-RELATORIO.
           WRITE REGISTO-RELATORIO.
           CLOSE FIC-RELATORIO.
           IF MODO-LOTE = "N" THEN
               DISPLAY "LISTAGEM ESCRITA EM RELATORIO.TXT"
               FOREGROUND-COLOR 2 HIGHLIGHT AT 0603
               DISPLAY "REGISTOS LISTADOS:" AT 0803 HIGHLIGHT
               DISPLAY RELATORIO-REGISTOS HIGHLIGHT AT 0822
               DISPLAY "ENTER - CONTINUAR"
               HIGHLIGHT AT 1803
               ACCEPT OMITTED AT 1821
           END-IF.

       ALUGUER-ESTADO-TEXTO-OBTER.
           EVALUATE ESTADO
           END-EVALUATE.

       CONTADOR-VERIFICA-LIVRE.
           MOVE "S" TO EXISTE.
           EVALUATE CONTADOR-FICHEIRO
               WHEN "CLIENTES"
                   MOVE CODIGO-PROPOSTO TO CLIENTE-COD
                               MOVE "S" TO EXISTE
                       END-READ
                   END-IF
               WHEN "CATEGORIAS"
                   MOVE CODIGO-PROPOSTO TO CATEGORIA-COD
                   READ FIC-CATEGORIAS
                       INVALID KEY
                           MOVE "N" TO EXISTE
                       NOT INVALID KEY
                           MOVE "S" TO EXISTE
                   END-READ
               WHEN "CALENDARIO"
                   MOVE CODIGO-PROPOSTO TO CALENDARIO-COD
                   READ FIC-CALENDARIO
                       INVALID KEY
                           MOVE "N" TO EXISTE
                       NOT INVALID KEY
                           MOVE "S" TO EXISTE
                   END-READ
               WHEN "FORNECEDOR"
                   MOVE CODIGO-PROPOSTO TO FORNECEDOR-COD
                   READ FIC-FORNECEDORES
                       INVALID KEY
                           MOVE "N" TO EXISTE
                       NOT INVALID KEY
                           MOVE "S" TO EXISTE
                   END-READ
               WHEN "ENCOMENDAS"
                   MOVE CODIGO-PROPOSTO TO ENCOMENDA-COD
                   READ FIC-ENCOMENDAS
                       INVALID KEY
                           MOVE "N" TO EXISTE
                       NOT INVALID KEY
                           MOVE "S" TO EXISTE
                   END-READ
               WHEN OTHER
                   MOVE "N" TO EXISTE
           END-EVALUATE.

       CONTADOR-PROPOR.
           MOVE 0 TO CODIGO-PROPOSTO.
           PERFORM CONTADOR-LER-BLOQUEAR.
           IF BLOQUEIO-DESISTIU = "N" THEN
               IF CONTADOR-EXISTIA = "N" THEN
                   MOVE 0 TO CONTADOR-ULTIMO
               END-IF
               COMPUTE CODIGO-PROPOSTO = CONTADOR-ULTIMO + 1
               PERFORM CONTADOR-VERIFICA-LIVRE
               PERFORM UNTIL EXISTE = "N"
                   ADD 1 TO CODIGO-PROPOSTO
                   PERFORM CONTADOR-VERIFICA-LIVRE
               END-PERFORM
               MOVE CODIGO-PROPOSTO TO CONTADOR-ULTIMO
               IF CONTADOR-EXISTIA = "S" THEN
                   REWRITE REGISTO-CONTADOR
                   END-REWRITE
               ELSE
                   WRITE REGISTO-CONTADOR
                   END-WRITE
               END-IF
               UNLOCK FIC-CONTADORES
           END-IF.

       CONTADOR-ATUALIZAR.
           PERFORM CONTADOR-LER-BLOQUEAR.
           IF BLOQUEIO-DESISTIU = "N" THEN
               IF CONTADOR-EXISTIA = "N" THEN
                   MOVE CODIGO-USADO TO CONTADOR-ULTIMO
                   WRITE REGISTO-CONTADOR
                   END-WRITE
               ELSE
                   IF CODIGO-USADO > CONTADOR-ULTIMO THEN
                       MOVE CODIGO-USADO TO CONTADOR-ULTIMO
                       REWRITE REGISTO-CONTADOR
                       END-REWRITE
                   END-IF
               END-IF
               UNLOCK FIC-CONTADORES
           END-IF.

       CONTADOR-INDISPONIVEL.
           DISPLAY "NUMERACAO EM USO NOUTRO POSTO! REPITA MAIS TARDE."
           FOREGROUND-COLOR 4 HIGHLIGHT AT 0803.

       CONTADOR-LER-BLOQUEAR.
           MOVE CONTADOR-FICHEIRO TO BLOQUEIO-FICHEIRO.
           MOVE "N" TO BLOQUEIO-DESISTIU.
           MOVE "S" TO BLOQUEIO-REPETIR.
           PERFORM UNTIL BLOQUEIO-REPETIR = "N"
               MOVE BLOQUEIO-FICHEIRO TO CONTADOR-FICHEIRO
               MOVE "N" TO CONTADOR-EXISTIA
               READ FIC-CONTADORES WITH LOCK
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO CONTADOR-EXISTIA
               END-READ
               PERFORM BLOQUEIO-VERIFICAR
           END-PERFORM.

       BLOQUEIO-VERIFICAR.
           MOVE "N" TO BLOQUEIO-REPETIR.
           IF FS = "51" THEN
               IF MODO-LOTE = "S" THEN
                   MOVE "S" TO BLOQUEIO-DESISTIU
               ELSE
                   IF BLOQUEIO-OBRIGATORIO = "S" THEN
                       DISPLAY "REGISTO EM USO NOUTRO POSTO! " &
                       "ENTER - TENTAR DE NOVO:"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 2403
                       ACCEPT OMITTED AT 2456
                       MOVE "S" TO BLOQUEIO-REPETIR
                   ELSE
                       DISPLAY "REGISTO EM USO NOUTRO POSTO! " &
                       "ENTER - TENTAR DE NOVO   N - DESISTIR:"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 2403
                       MOVE SPACE TO BLOQUEIO-RESPOSTA
                       ACCEPT BLOQUEIO-RESPOSTA AUTO HIGHLIGHT AT 2471
                       IF BLOQUEIO-RESPOSTA = "N"
                       OR BLOQUEIO-RESPOSTA = "n" THEN
                           MOVE "S" TO BLOQUEIO-DESISTIU
                       ELSE
                           MOVE "S" TO BLOQUEIO-REPETIR
                       END-IF
                   END-IF
                   DISPLAY LINHA-EM-BRANCO AT 2401
               END-IF
           END-IF.

       BLOQUEIO-CONFLITO-ASSINALAR.
           MOVE "S" TO BLOQUEIO-CONFLITO.
           IF BLOQUEIO-DESISTIU = "S" THEN
               MOVE "REGISTO EM USO NOUTRO POSTO!" TO BLOQUEIO-MENSAGEM
           ELSE
               MOVE "REGISTO ALTERADO NOUTRO POSTO! REPITA."
               TO BLOQUEIO-MENSAGEM
           END-IF.

       ALUGUER-LER-BLOQUEAR.
           MOVE ALUGUER-COD TO BLOQUEIO-CHAVE.
           MOVE "N" TO BLOQUEIO-DESISTIU.
           MOVE "S" TO BLOQUEIO-REPETIR.
           PERFORM UNTIL BLOQUEIO-REPETIR = "N"
               MOVE BLOQUEIO-CHAVE TO ALUGUER-COD
               MOVE "N" TO EXISTE
               READ FIC-ALUGUERES WITH LOCK
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO EXISTE
               END-READ
               PERFORM BLOQUEIO-VERIFICAR
           END-PERFORM.

       ALUGUER-BLOQUEAR.
           MOVE REGISTO-ALUGUER TO ALUGUER-IMAGEM-NOVA.
           MOVE "N" TO BLOQUEIO-CONFLITO.
           PERFORM ALUGUER-LER-BLOQUEAR.
           IF BLOQUEIO-DESISTIU = "S" OR EXISTE = "N"
           OR REGISTO-ALUGUER NOT = ALUGUER-IMAGEM-LIDA THEN
               PERFORM BLOQUEIO-CONFLITO-ASSINALAR
           END-IF.
           MOVE ALUGUER-IMAGEM-NOVA TO REGISTO-ALUGUER.

       LIVRO-LER-BLOQUEAR.
           MOVE LIVRO-COD TO BLOQUEIO-CHAVE.
           MOVE "N" TO BLOQUEIO-DESISTIU.
           MOVE "S" TO BLOQUEIO-REPETIR.
           PERFORM UNTIL BLOQUEIO-REPETIR = "N"
               MOVE BLOQUEIO-CHAVE TO LIVRO-COD
               MOVE "N" TO EXISTE
               READ FIC-LIVROS WITH LOCK KEY LIVRO-COD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO EXISTE
               END-READ
               PERFORM BLOQUEIO-VERIFICAR
           END-PERFORM.

       LIVRO-BLOQUEAR.
           MOVE REGISTO-LIVROS TO LIVRO-IMAGEM-NOVA.
           MOVE "N" TO BLOQUEIO-CONFLITO.
           PERFORM LIVRO-LER-BLOQUEAR.
           IF BLOQUEIO-DESISTIU = "S" OR EXISTE = "N"
           OR REGISTO-LIVROS NOT = LIVRO-IMAGEM-LIDA THEN
               PERFORM BLOQUEIO-CONFLITO-ASSINALAR
           END-IF.
           MOVE LIVRO-IMAGEM-NOVA TO REGISTO-LIVROS.

       CLIENTE-LER-BLOQUEAR.
           MOVE CLIENTE-COD TO BLOQUEIO-CHAVE.
           MOVE "N" TO BLOQUEIO-DESISTIU.
           MOVE "S" TO BLOQUEIO-REPETIR.
           PERFORM UNTIL BLOQUEIO-REPETIR = "N"
               MOVE BLOQUEIO-CHAVE TO CLIENTE-COD
               MOVE "N" TO EXISTE
               READ FIC-CLIENTES WITH LOCK KEY CLIENTE-COD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO EXISTE
               END-READ
               PERFORM BLOQUEIO-VERIFICAR
           END-PERFORM.

       CLIENTE-BLOQUEAR.
           MOVE REGISTO-CLIENTES TO CLIENTE-IMAGEM-NOVA.
           MOVE "N" TO BLOQUEIO-CONFLITO.
           PERFORM CLIENTE-LER-BLOQUEAR.
           IF BLOQUEIO-DESISTIU = "S" OR EXISTE = "N"
           OR REGISTO-CLIENTES NOT = CLIENTE-IMAGEM-LIDA THEN
               PERFORM BLOQUEIO-CONFLITO-ASSINALAR
           END-IF.
           MOVE CLIENTE-IMAGEM-NOVA TO REGISTO-CLIENTES.

       PAGAMENTO-LER-BLOQUEAR.
           MOVE PAGAMENTO-ALUGUER-COD TO BLOQUEIO-CHAVE.
           MOVE "N" TO BLOQUEIO-DESISTIU.
           MOVE "S" TO BLOQUEIO-REPETIR.
           PERFORM UNTIL BLOQUEIO-REPETIR = "N"
               MOVE BLOQUEIO-CHAVE TO PAGAMENTO-ALUGUER-COD
               MOVE "N" TO EXISTE
               READ FIC-PAGAMENTOS WITH LOCK
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO EXISTE
               END-READ
               PERFORM BLOQUEIO-VERIFICAR
           END-PERFORM.

       PAGAMENTO-BLOQUEAR.
           MOVE REGISTO-PAGAMENTO TO PAGAMENTO-IMAGEM-NOVA.
           MOVE "N" TO BLOQUEIO-CONFLITO.
           PERFORM PAGAMENTO-LER-BLOQUEAR.
           IF BLOQUEIO-DESISTIU = "S" OR EXISTE = "N"
           OR REGISTO-PAGAMENTO NOT = PAGAMENTO-IMAGEM-LIDA THEN
               PERFORM BLOQUEIO-CONFLITO-ASSINALAR
           END-IF.
           MOVE PAGAMENTO-IMAGEM-NOVA TO REGISTO-PAGAMENTO.

       SESSAO-REGISTAR.
           MOVE 0 TO SESSAO-PROPRIA.
           MOVE 1 TO SESSAO-IDX.
           PERFORM UNTIL SESSAO-PROPRIA > 0
           OR SESSAO-IDX > SESSOES-MAXIMO
               PERFORM SESSAO-POSTO-OCUPAR
               ADD 1 TO SESSAO-IDX
           END-PERFORM.

       SESSAO-POSTO-OCUPAR.
           MOVE SESSAO-IDX TO SESSAO-POSTO.
           MOVE SPACES TO SESSAO-OPERADOR.
           MOVE 0 TO SESSAO-DATA.
           MOVE 0 TO SESSAO-HORA.
           MOVE "L" TO SESSAO-ESTADO.
           WRITE REGISTO-SESSAO
               INVALID KEY
                   CONTINUE
           END-WRITE.
           MOVE SESSAO-IDX TO SESSAO-POSTO.
           READ FIC-SESSOES WITH LOCK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SESSAO-IDX TO SESSAO-PROPRIA
                   MOVE OPERADOR-ATUAL TO SESSAO-OPERADOR
                   MOVE DATA-SIST-AAAAMMDD TO SESSAO-DATA
                   ACCEPT SESSAO-HORA FROM TIME
                   MOVE "A" TO SESSAO-ESTADO
                   REWRITE REGISTO-SESSAO
                   END-REWRITE
           END-READ.

       SESSAO-TERMINAR.
           IF SESSAO-PROPRIA > 0 THEN
               MOVE SESSAO-PROPRIA TO SESSAO-POSTO
               READ FIC-SESSOES WITH LOCK
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "L" TO SESSAO-ESTADO
                       REWRITE REGISTO-SESSAO
                       END-REWRITE
               END-READ
               UNLOCK FIC-SESSOES
               MOVE 0 TO SESSAO-PROPRIA
           END-IF.

       SESSOES-OUTRAS-CONTAR.
           MOVE 0 TO SESSOES-OUTRAS.
           MOVE 1 TO SESSAO-IDX.
           PERFORM UNTIL SESSAO-IDX > SESSOES-MAXIMO
               IF SESSAO-IDX NOT = SESSAO-PROPRIA THEN
                   MOVE SESSAO-IDX TO SESSAO-POSTO
                   READ FIC-SESSOES WITH LOCK
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF FS = "51" THEN
                       ADD 1 TO SESSOES-OUTRAS
                   END-IF
               END-IF
               ADD 1 TO SESSAO-IDX
           END-PERFORM.
           UNLOCK FIC-SESSOES.
           IF SESSAO-PROPRIA > 0 THEN
               MOVE SESSAO-PROPRIA TO SESSAO-POSTO
               READ FIC-SESSOES WITH LOCK
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

       SESSOES-RECUSAR.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY SESSOES-TITULO FOREGROUND-COLOR 5
           HIGHLIGHT AT 0217.
           DISPLAY "EXISTEM OUTROS POSTOS ATIVOS:"
           FOREGROUND-COLOR 4 HIGHLIGHT AT 0403.
           DISPLAY SESSOES-OUTRAS FOREGROUND-COLOR 4 HIGHLIGHT AT 0433.
           DISPLAY "TERMINE A SESSAO NOS OUTROS POSTOS E REPITA " &
           "A OPERACAO." AT 0603 HIGHLIGHT.
           DISPLAY "ENTER - CONTINUAR"
           HIGHLIGHT AT 1803.
           ACCEPT OMITTED AT 1821.
           MOVE "N" TO REPETIR-MENU.

       PARAMETROS-CARREGAR.
           MOVE "N" TO PARAMETROS-EOF.
           OPEN INPUT FIC-PARAMETROS.
           PERFORM WITH TEST AFTER UNTIL PARAMETROS-EOF = "S"
               READ FIC-PARAMETROS
                   AT END
                       MOVE "S" TO PARAMETROS-EOF
                   NOT AT END
                       EVALUATE PARAMETRO-NOME
                           WHEN "PRAZO-ALUGUER-DIAS"
                               MOVE PARAMETRO-VALOR
                               TO PRAZO-ALUGUER-DIAS
                           WHEN "VALOR-MULTA-DIA"
                               MOVE PARAMETRO-VALOR
                               TO VALOR-MULTA-DIA
                           WHEN "TOPO-N"
                               MOVE PARAMETRO-VALOR TO TOPO-N
                           WHEN "PRAZO-RESERVA-DIAS"
                               MOVE PARAMETRO-VALOR
                               TO PRAZO-RESERVA-DIAS
                           WHEN "LIMITE-MULTAS"
                           WHEN "VALOR-QUOTA"
                               MOVE PARAMETRO-VALOR
                               TO VALOR-QUOTA
                           WHEN "ANOS-RGPD"
                               MOVE PARAMETRO-VALOR
                               TO ANOS-INATIVIDADE-RGPD
                       END-EVALUATE
               END-READ
           END-PERFORM.
           MOVE "VALOR-QUOTA" TO PARAMETRO-NOME.
           MOVE VALOR-QUOTA TO PARAMETRO-VALOR.
           WRITE REGISTO-PARAMETRO.
           MOVE "ANOS-RGPD" TO PARAMETRO-NOME.
           MOVE ANOS-INATIVIDADE-RGPD TO PARAMETRO-VALOR.
           WRITE REGISTO-PARAMETRO.
           CLOSE FIC-PARAMETROS.

       PARAMETROS-HISTORICO.
                   DISPLAY VALOR-QUOTA-CENTIMOS HIGHLIGHT AT 1829
               END-IF

               DISPLAY "INATIVIDADE RGPD (ANOS).:" AT 1903 HIGHLIGHT
               DISPLAY ANOS-INATIVIDADE-RGPD HIGHLIGHT AT 1929
               DISPLAY "NOVO:" AT 1940 HIGHLIGHT
               ACCEPT PARAMETRO-NOVO AUTO HIGHLIGHT AT 1946
               IF PARAMETRO-NOVO > 0
               AND PARAMETRO-NOVO <= 99 THEN
                   MOVE ANOS-INATIVIDADE-RGPD TO PARAMETRO-ANTIGO-EDT
                   MOVE PARAMETRO-NOVO TO ANOS-INATIVIDADE-RGPD
                   MOVE ANOS-INATIVIDADE-RGPD TO PARAMETRO-NOVO-EDT
                   MOVE 9 TO HIST-COD
                   PERFORM PARAMETROS-HISTORICO
                   DISPLAY ANOS-INATIVIDADE-RGPD HIGHLIGHT AT 1929
               END-IF

               PERFORM PARAMETROS-GRAVAR
               DISPLAY "PARAMETROS GRAVADOS COM SUCESSO!"
               FOREGROUND-COLOR 2 HIGHLIGHT AT 2103
           END-IF.

           DISPLAY "ENTER - CONTINUAR"
           HIGHLIGHT AT 2203.
           ACCEPT OMITTED AT 2221.
           MOVE "N" TO REPETIR-MENU.

       MENU-ADMIN.
               FOREGROUND-COLOR 5 HIGHLIGHT AT 0645
               DISPLAY "1        PARAMETROS" HIGHLIGHT AT 0745
               DISPLAY "2        OPERADORES" HIGHLIGHT AT 0845
               DISPLAY "3        CATEGORIAS" HIGHLIGHT AT 0945
               DISPLAY "4        CALENDARIO" HIGHLIGHT AT 1045
               DISPLAY "5          ENTIDADE" HIGHLIGHT AT 1145
               DISPLAY "0      MENU INICIAL" HIGHLIGHT AT 1245
               DISPLAY "[ ] INSIRA UMA OPCAO" HIGHLIGHT AT 1444
               MOVE "S" TO REPETIR-MENU
               PERFORM UNTIL REPETIR-MENU = "N"
                   ACCEPT ESCOLHA AT 1445 AUTO
                   EVALUATE ESCOLHA
                       WHEN 1 PERFORM PARAMETROS-ALTERAR
                       WHEN 2
                           IF ACESSO-SUPERVISOR = "S" THEN
                               PERFORM MENU-OPERADORES
                           END-IF
                       WHEN 3
                           PERFORM SUPERVISOR-VERIFICAR
                           IF ACESSO-SUPERVISOR = "S" THEN
                               PERFORM MENU-CATEGORIAS
                           END-IF
                       WHEN 4
                           PERFORM SUPERVISOR-VERIFICAR
                           IF ACESSO-SUPERVISOR = "S" THEN
                               PERFORM MENU-CALENDARIO
                           END-IF
                       WHEN 5
                           PERFORM SUPERVISOR-VERIFICAR
                           IF ACESSO-SUPERVISOR = "S" THEN
                               PERFORM ENTIDADE-ALTERAR
                           END-IF
                       WHEN 0
                           MOVE "S" TO SAIR
                           MOVE "N" TO REPETIR-MENU
                       WHEN OTHER
                           DISPLAY "OPCAO INCORRETA!" AT 1645
                           FOREGROUND-COLOR 4 HIGHLIGHT
                           MOVE "S" TO REPETIR-MENU
                   END-EVALUATE
           MOVE "N" TO SAIR.
           MOVE "N" TO REPETIR-MENU.

       ENTIDADE-CARREGAR.
           INITIALIZE DADOS-ENTIDADE.
           OPEN INPUT FIC-ENTIDADE.
           READ FIC-ENTIDADE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE LINHA-ENTIDADE TO DADOS-ENTIDADE
           END-READ.
           CLOSE FIC-ENTIDADE.

       ENTIDADE-ALTERAR.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "DADOS DA ENTIDADE" FOREGROUND-COLOR 5
           HIGHLIGHT AT 0217.

           PERFORM ENTIDADE-CARREGAR.
           MOVE ENTIDADE-NIF TO ENTIDADE-NIF-ANTIGO.
           MOVE ENTIDADE-NOME TO ENTIDADE-NOME-ANTIGO.

           DISPLAY "IDENTIFICACAO PARA O FICHEIRO SAF-T (PT):"
           AT 0403 HIGHLIGHT.
           DISPLAY "         NIF:" AT 0603 HIGHLIGHT.
           DISPLAY "        NOME:" AT 0803 HIGHLIGHT.
           DISPLAY "      MORADA:" AT 1003 HIGHLIGHT.
           DISPLAY "  LOCALIDADE:" AT 1203 HIGHLIGHT.
           DISPLAY "COD. POSTAL.:" AT 1403 HIGHLIGHT.
           DISPLAY ENTIDADE-NIF HIGHLIGHT AT 0618.
           DISPLAY ENTIDADE-NOME HIGHLIGHT AT 0818.
           DISPLAY ENTIDADE-MORADA HIGHLIGHT AT 1018.
           DISPLAY ENTIDADE-LOCALIDADE HIGHLIGHT AT 1218.
           DISPLAY ENTIDADE-COD-POSTAL HIGHLIGHT AT 1418.

           PERFORM WITH TEST AFTER UNTIL ENTIDADE-NIF >= 100000000
               ACCEPT ENTIDADE-NIF AUTO HIGHLIGHT AT 0618
               IF ENTIDADE-NIF = SPACES
               OR ENTIDADE-NIF < 100000000 THEN
                   DISPLAY "NIF INCORRETO!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0630
               ELSE
                   DISPLAY "              " AT 0630
               END-IF
           END-PERFORM.

           PERFORM WITH TEST AFTER UNTIL ENTIDADE-NOME > SPACES
               ACCEPT ENTIDADE-NOME HIGHLIGHT AT 0818
               IF ENTIDADE-NOME = SPACES THEN
                   DISPLAY "NOME INCORRETO!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0860
               ELSE
                   DISPLAY "               " AT 0860
               END-IF
           END-PERFORM.

           ACCEPT ENTIDADE-MORADA HIGHLIGHT AT 1018.
           ACCEPT ENTIDADE-LOCALIDADE HIGHLIGHT AT 1218.

           PERFORM WITH TEST AFTER UNTIL
           (ENTIDADE-COD-POSTAL(1:4) NUMERIC
           AND ENTIDADE-COD-POSTAL(5:1) = "-"
           AND ENTIDADE-COD-POSTAL(6:3) NUMERIC)
               ACCEPT ENTIDADE-COD-POSTAL HIGHLIGHT AT 1418
               IF ENTIDADE-COD-POSTAL(1:4) NUMERIC
               AND ENTIDADE-COD-POSTAL(5:1) = "-"
               AND ENTIDADE-COD-POSTAL(6:3) NUMERIC THEN
                   DISPLAY "                          " AT 1430
               ELSE
                   DISPLAY "FORMATO 0000-000!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1430
               END-IF
           END-PERFORM.

           MOVE DADOS-ENTIDADE TO LINHA-ENTIDADE.
           OPEN OUTPUT FIC-ENTIDADE.
           WRITE REGISTO-ENTIDADE.
           CLOSE FIC-ENTIDADE.

           IF ENTIDADE-NIF NOT = ENTIDADE-NIF-ANTIGO THEN
               MOVE "ENTIDADE" TO HIST-FICHEIRO
               MOVE 0 TO HIST-COD
               MOVE "NIF" TO HIST-OPERACAO
               MOVE ENTIDADE-NIF-ANTIGO TO HIST-CAMPO-ANTIGO
               MOVE ENTIDADE-NIF TO HIST-CAMPO-NOVO
               PERFORM HISTORICO-REGISTAR
           END-IF.
           IF ENTIDADE-NOME NOT = ENTIDADE-NOME-ANTIGO THEN
               MOVE "ENTIDADE" TO HIST-FICHEIRO
               MOVE 0 TO HIST-COD
               MOVE "NOME" TO HIST-OPERACAO
               MOVE ENTIDADE-NOME-ANTIGO TO HIST-CAMPO-ANTIGO
               MOVE ENTIDADE-NOME TO HIST-CAMPO-NOVO
               PERFORM HISTORICO-REGISTAR
           END-IF.

           DISPLAY "DADOS DA ENTIDADE GUARDADOS!"
           FOREGROUND-COLOR 2 HIGHLIGHT AT 1603.
           DISPLAY "ENTER - CONTINUAR"
           HIGHLIGHT AT 1803.
           ACCEPT OMITTED AT 1821.
           MOVE "N" TO REPETIR-MENU.

       MENU-OPERADORES.
           PERFORM UNTIL SAIR = "S"
               DISPLAY CLS
           END-START.
           MOVE "N" TO REPETIR-MENU.

       MENU-CATEGORIAS.
           PERFORM UNTIL SAIR = "S"
               DISPLAY CLS
               PERFORM BASE
               DISPLAY "MENU CATEGORIAS" FOREGROUND-COLOR 5
               HIGHLIGHT AT 0217
               DISPLAY "CATEGORIAS SOCIO "
               FOREGROUND-COLOR 5 HIGHLIGHT AT 0545
               DISPLAY "*******************"
               FOREGROUND-COLOR 5 HIGHLIGHT AT 0645
               DISPLAY "1              NOVO" HIGHLIGHT AT 0745
               DISPLAY "2           ALTERAR" HIGHLIGHT AT 0845
               DISPLAY "3          ELIMINAR" HIGHLIGHT AT 0945
               DISPLAY "4          LISTAGEM" HIGHLIGHT AT 1045
               DISPLAY "0            VOLTAR" HIGHLIGHT AT 1145
               DISPLAY "[ ] INSIRA UMA OPCAO" HIGHLIGHT AT 1344
               MOVE "S" TO REPETIR-MENU
               PERFORM UNTIL REPETIR-MENU = "N"
                   ACCEPT ESCOLHA AT 1345 AUTO
                   EVALUATE ESCOLHA
                       WHEN 1 PERFORM CATEGORIAS-NOVO
                       WHEN 2 PERFORM CATEGORIAS-ALTERAR
                       WHEN 3 PERFORM CATEGORIAS-ELIMINAR
                       WHEN 4 PERFORM CATEGORIAS-LISTAGEM
                       WHEN 0
                           MOVE "S" TO SAIR
                           MOVE "N" TO REPETIR-MENU
                       WHEN OTHER
                           DISPLAY "OPCAO INCORRETA!" AT 1745
                           FOREGROUND-COLOR 4 HIGHLIGHT
                           MOVE "S" TO REPETIR-MENU
                   END-EVALUATE
               END-PERFORM
           END-PERFORM.
           MOVE "N" TO SAIR.
           MOVE "N" TO REPETIR-MENU.

       CATEGORIAS-FORMULARIO.
           DISPLAY "PREENCHA O FORMULARIO:" AT 0403 HIGHLIGHT.
           DISPLAY "NOME................:" AT 0803 HIGHLIGHT.
           PERFORM WITH TEST AFTER UNTIL
           CATEGORIA-NOME > SPACES
               ACCEPT CATEGORIA-NOME HIGHLIGHT AT 0825
               IF CATEGORIA-NOME = SPACES THEN
                   DISPLAY "NOME INCORRETO! "
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0856
               ELSE
                   DISPLAY "                " AT 0856
               END-IF
           END-PERFORM.

           DISPLAY "MAX. ALUGUERES......:" AT 0903 HIGHLIGHT.
           DISPLAY "0 = SEM LIMITE." AT 0935 HIGHLIGHT.
           ACCEPT CATEGORIA-MAX-ALUGUERES AUTO HIGHLIGHT AT 0925.
           DISPLAY CATEGORIA-MAX-ALUGUERES HIGHLIGHT AT 0925.

           DISPLAY "PRAZO (DIAS)........:" AT 1003 HIGHLIGHT.
           DISPLAY "0 = PRAZO GERAL." AT 1035 HIGHLIGHT.
           ACCEPT CATEGORIA-PRAZO-DIAS AUTO HIGHLIGHT AT 1025.
           DISPLAY CATEGORIA-PRAZO-DIAS HIGHLIGHT AT 1025.

           DISPLAY "MULTA DIA (CENTIMOS):" AT 1103 HIGHLIGHT.
           DISPLAY "0 = MULTA GERAL." AT 1135 HIGHLIGHT.
           COMPUTE CATEGORIA-MULTA-CENTIMOS =
               CATEGORIA-MULTA-DIA * 100.
           ACCEPT CATEGORIA-MULTA-CENTIMOS AUTO HIGHLIGHT AT 1125.
           COMPUTE CATEGORIA-MULTA-DIA =
               CATEGORIA-MULTA-CENTIMOS / 100.
           DISPLAY CATEGORIA-MULTA-CENTIMOS HIGHLIGHT AT 1125.

           DISPLAY "QUOTA (CENTIMOS)....:" AT 1203 HIGHLIGHT.
           DISPLAY "0 = QUOTA GERAL." AT 1235 HIGHLIGHT.
           COMPUTE CATEGORIA-QUOTA-CENTIMOS = CATEGORIA-QUOTA * 100.
           ACCEPT CATEGORIA-QUOTA-CENTIMOS AUTO HIGHLIGHT AT 1225.
           COMPUTE CATEGORIA-QUOTA = CATEGORIA-QUOTA-CENTIMOS / 100.
           DISPLAY CATEGORIA-QUOTA-CENTIMOS HIGHLIGHT AT 1225.

           DISPLAY "ISENTA DE QUOTA(S/N):" AT 1303 HIGHLIGHT.
           PERFORM WITH TEST AFTER UNTIL
           CATEGORIA-ISENTA = "S" OR CATEGORIA-ISENTA = "N"
               ACCEPT CATEGORIA-ISENTA AUTO HIGHLIGHT AT 1325
               IF CATEGORIA-ISENTA = "s" THEN
                   MOVE "S" TO CATEGORIA-ISENTA
               END-IF
               IF CATEGORIA-ISENTA = "n" THEN
                   MOVE "N" TO CATEGORIA-ISENTA
               END-IF
               IF CATEGORIA-ISENTA NOT = "S"
               AND CATEGORIA-ISENTA NOT = "N" THEN
                   DISPLAY "RESPOSTA INCORRETA!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1335
               ELSE
                   DISPLAY "                   " AT 1335
               END-IF
           END-PERFORM.

       CATEGORIAS-NOVO.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "NOVA CATEGORIA" FOREGROUND-COLOR 5
           HIGHLIGHT AT 0217.
           DISPLAY "PREENCHA O FORMULARIO:" AT 0403 HIGHLIGHT.
           DISPLAY "CODIGO CATEGORIA:" AT 0603 HIGHLIGHT.
           DISPLAY "DEIXAR EM BRANCO PARA RETROCEDER."
           AT 0803 HIGHLIGHT.
           MOVE "CATEGORIAS" TO CONTADOR-FICHEIRO.
           PERFORM CONTADOR-PROPOR.
           IF CODIGO-PROPOSTO = 0 THEN
               PERFORM CONTADOR-INDISPONIVEL
           ELSE
               PERFORM CATEGORIAS-NOVO-GRAVAR
           END-IF.

           DISPLAY "ENTER - CONTINUAR"
           HIGHLIGHT AT 1803.
           ACCEPT OMITTED AT 1821.
           MOVE "N" TO REPETIR-MENU.

       CATEGORIAS-NOVO-GRAVAR.
           DISPLAY "PROPOSTO (0=USAR):" AT 0440 HIGHLIGHT.
           DISPLAY CODIGO-PROPOSTO HIGHLIGHT AT 0459.
           ACCEPT CATEGORIA-COD AUTO HIGHLIGHT AT 0621.
           IF CATEGORIA-COD NOT = SPACES AND CATEGORIA-COD = 0 THEN
               MOVE CODIGO-PROPOSTO TO CATEGORIA-COD
           END-IF.
           DISPLAY CATEGORIA-COD HIGHLIGHT AT 0621.
           DISPLAY "                                " AT 0803.
           READ FIC-CATEGORIAS
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.
           IF (EXISTE = "S") THEN
               DISPLAY "CATEGORIA JA EXISTE!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0621
           ELSE
               IF CATEGORIA-COD = SPACES THEN
                   DISPLAY " " AT 0621 HIGHLIGHT
               ELSE
                   MOVE SPACES TO CATEGORIA-NOME
                   MOVE 0 TO CATEGORIA-MAX-ALUGUERES
                   MOVE 0 TO CATEGORIA-PRAZO-DIAS
                   MOVE 0 TO CATEGORIA-MULTA-DIA
                   MOVE 0 TO CATEGORIA-QUOTA
                   MOVE "N" TO CATEGORIA-ISENTA
                   PERFORM CATEGORIAS-FORMULARIO

                   WRITE REGISTO-CATEGORIAS
                       INVALID KEY
                           DISPLAY "ERRO AO CRIAR CATEGORIA!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1503
                       NOT INVALID KEY
                           DISPLAY "CATEGORIA CRIADA COM SUCESSO!"
                           FOREGROUND-COLOR 2 HIGHLIGHT AT 1503
                           MOVE "CATEGORIA" TO HIST-FICHEIRO
                           MOVE CATEGORIA-COD TO HIST-COD
                           MOVE "CRIACAO" TO HIST-OPERACAO
                           MOVE SPACES TO HIST-CAMPO-ANTIGO
                           MOVE CATEGORIA-NOME TO HIST-CAMPO-NOVO
                           PERFORM HISTORICO-REGISTAR
                           MOVE CATEGORIA-COD TO CODIGO-USADO
                           PERFORM CONTADOR-ATUALIZAR
                   END-WRITE
               END-IF
           END-IF.

       CATEGORIAS-ALTERAR.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "ALTERAR CATEGORIA" FOREGROUND-COLOR 5
           HIGHLIGHT AT 0217.
           DISPLAY "PREENCHA O FORMULARIO:" AT 0403 HIGHLIGHT.
           DISPLAY "CODIGO CATEGORIA:" AT 0603 HIGHLIGHT.
           DISPLAY "DEIXAR EM BRANCO PARA RETROCEDER."
           AT 0803 HIGHLIGHT.
           ACCEPT CATEGORIA-COD AUTO HIGHLIGHT AT 0621.
           DISPLAY CATEGORIA-COD HIGHLIGHT AT 0621.
           DISPLAY "                                " AT 0803.

           READ FIC-CATEGORIAS
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.

           IF (EXISTE = "N") THEN
               IF CATEGORIA-COD = SPACES THEN
                   DISPLAY " " AT 0621 HIGHLIGHT
               ELSE
                   DISPLAY "CATEGORIA NAO EXISTE!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0621
               END-IF
           ELSE
               MOVE CATEGORIA-NOME TO CATEGORIA-NOME-ANTIGO-SAVE
               PERFORM CATEGORIAS-FORMULARIO

               REWRITE REGISTO-CATEGORIAS
                   INVALID KEY
                       DISPLAY "ERRO AO ALTERAR CATEGORIA!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1503
                   NOT INVALID KEY
                       DISPLAY "CATEGORIA ALTERADA COM SUCESSO!"
                       FOREGROUND-COLOR 2 HIGHLIGHT AT 1503
                       MOVE "CATEGORIA" TO HIST-FICHEIRO
                       MOVE CATEGORIA-COD TO HIST-COD
                       MOVE "ALTERACAO" TO HIST-OPERACAO
                       MOVE CATEGORIA-NOME-ANTIGO-SAVE
                       TO HIST-CAMPO-ANTIGO
                       MOVE CATEGORIA-NOME TO HIST-CAMPO-NOVO
                       PERFORM HISTORICO-REGISTAR
               END-REWRITE
           END-IF.

           DISPLAY "ENTER - CONTINUAR"
           HIGHLIGHT AT 1803.
           ACCEPT OMITTED AT 1821.
           MOVE "N" TO REPETIR-MENU.

       CATEGORIAS-VERIFICA-REFERENCIA.
           MOVE "N" TO REFERENCIADO.
           MOVE 0 TO CLIENTE-COD.
           START FIC-CLIENTES KEY > CLIENTE-COD
               INVALID KEY
                   MOVE "N" TO REFERENCIADO
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10" OR REFERENCIADO = "S"
                           READ FIC-CLIENTES NEXT RECORD
                               NOT AT END
                                   IF CLIENTE-CATEGORIA-COD NUMERIC
                                   AND CLIENTE-CATEGORIA-COD =
                                   CATEGORIA-COD THEN
                                       MOVE "S" TO REFERENCIADO
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

       CATEGORIAS-ELIMINAR.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "ELIMINAR CATEGORIA" FOREGROUND-COLOR 5
           HIGHLIGHT AT 0217.
           DISPLAY "PREENCHA O FORMULARIO:" AT 0403 HIGHLIGHT.
           DISPLAY "CODIGO CATEGORIA:" AT 0603 HIGHLIGHT.

           DISPLAY "DEIXAR EM BRANCO PARA RETROCEDER."
           AT 0803 HIGHLIGHT.
           ACCEPT CATEGORIA-COD AUTO HIGHLIGHT AT 0621.
           DISPLAY CATEGORIA-COD HIGHLIGHT AT 0621.
           DISPLAY "                                " AT 0803.

           READ FIC-CATEGORIAS
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.

           IF (EXISTE = "N") THEN
               IF CATEGORIA-COD = SPACES THEN
                   DISPLAY " " HIGHLIGHT AT 0621
               ELSE
                   DISPLAY "CATEGORIA NAO EXISTE!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0621
               END-IF
           ELSE
               PERFORM CATEGORIAS-VERIFICA-REFERENCIA
               IF REFERENCIADO = "S" THEN
                   DISPLAY "CATEGORIA USADA POR UM CLIENTE!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0803
               ELSE
                   DELETE FIC-CATEGORIAS
                   INVALID KEY
                       DISPLAY "ERRO AO ELIMINAR CATEGORIA!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0803
                   NOT INVALID KEY
                       DISPLAY "CATEGORIA ELIMINADA COM SUCESSO!"
                       FOREGROUND-COLOR 2 HIGHLIGHT AT 0803
                       MOVE "CATEGORIA" TO HIST-FICHEIRO
                       MOVE CATEGORIA-COD TO HIST-COD
                       MOVE "ELIMINACAO" TO HIST-OPERACAO
                       MOVE CATEGORIA-NOME TO HIST-CAMPO-ANTIGO
                       MOVE SPACES TO HIST-CAMPO-NOVO
                       PERFORM HISTORICO-REGISTAR
                   END-DELETE
               END-IF
           END-IF.

           DISPLAY "ENTER - CONTINUAR"
           HIGHLIGHT AT 1803.
           ACCEPT OMITTED AT 1821.
           MOVE "N" TO REPETIR-MENU.

       CATEGORIAS-LISTAGEM.
           PERFORM SAIDA-ESCOLHER.
           IF SAIDA-ESCOLHIDA = "F" THEN
               PERFORM CATEGORIAS-LISTAGEM-FICHEIRO
           ELSE
               PERFORM CATEGORIAS-LISTAGEM-ECRA
           END-IF.
           MOVE "N" TO REPETIR-MENU.

       CATEGORIAS-RELATORIO-UM.
           MOVE CATEGORIA-COD TO REL-CAT-COD.
           MOVE CATEGORIA-NOME TO REL-CAT-NOME.
           MOVE CATEGORIA-MAX-ALUGUERES TO REL-CAT-MAX.
           MOVE CATEGORIA-PRAZO-DIAS TO REL-CAT-PRAZO.
           MOVE CATEGORIA-MULTA-DIA TO REL-CAT-MULTA.
           MOVE CATEGORIA-QUOTA TO REL-CAT-QUOTA.
           MOVE CATEGORIA-ISENTA TO REL-CAT-ISENTA.
           MOVE REL-LINHA-CATEGORIA TO RELATORIO-DETALHE.
           PERFORM RELATORIO-LINHA-ESCREVER.

       CATEGORIAS-LISTAGEM-FICHEIRO.
           MOVE "LISTAGEM DE CATEGORIAS" TO RELATORIO-TITULO.
           MOVE
           "CODIGO  CATEGORIA                       MAX.  PRAZO  " &
           "MULTA/DIA  QUOTA  ISENTA"
           TO RELATORIO-COLUNAS.
           PERFORM RELATORIO-INICIAR.
           MOVE 0 TO CATEGORIA-COD.
           START FIC-CATEGORIAS KEY > CATEGORIA-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-CATEGORIAS NEXT RECORD
                               NOT AT END
                                   PERFORM CATEGORIAS-RELATORIO-UM
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.
           PERFORM RELATORIO-TERMINAR.

       CATEGORIAS-LISTAGEM-ECRA.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "LISTAGEM DE CATEGORIAS"  FOREGROUND-COLOR 5
           HIGHLIGHT AT 0217.

           DISPLAY "*************************************************" &
           "**********************************************************"
           AT 0301.

           DISPLAY "COD." FOREGROUND-COLOR 5 HIGHLIGHT AT 0403.
           DISPLAY "CATEGORIA" FOREGROUND-COLOR 5 HIGHLIGHT AT 0409.
           DISPLAY "MAX." FOREGROUND-COLOR 5 HIGHLIGHT AT 0441.
           DISPLAY "PRAZO" FOREGROUND-COLOR 5 HIGHLIGHT AT 0447.
           DISPLAY "MULTA" FOREGROUND-COLOR 5 HIGHLIGHT AT 0454.
           DISPLAY "QUOTA" FOREGROUND-COLOR 5 HIGHLIGHT AT 0464.
           DISPLAY "ISENTA" FOREGROUND-COLOR 5 HIGHLIGHT AT 0473.
           DISPLAY "PAG." FOREGROUND-COLOR 5 HIGHLIGHT AT 2002.
           DISPLAY "|" FOREGROUND-COLOR 5 AT 2009.

           DISPLAY "*************************************************" &
           "**********************************************************"
           AT 0501.
           DISPLAY "*************************************************" &
           "**********************************************************"
           AT 1901.

           MOVE 1 TO PAGINA.
           MOVE 0 TO CATEGORIA-COD.
           START FIC-CATEGORIAS KEY > CATEGORIA-COD
               INVALID KEY
                   DISPLAY "FICHEIRO VAZIO. ENTER - CONTINUAR."
                   HIGHLIGHT AT 2011
                   DISPLAY "00" HIGHLIGHT AT 2006
                   ACCEPT OMITTED AT 2050
               NOT INVALID KEY
                   MOVE 6 TO LINHA
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-CATEGORIAS NEXT RECORD
                               NOT AT END
                                   DISPLAY PAGINA
                                   HIGHLIGHT AT 2006
                                   DISPLAY CATEGORIA-COD
                                   HIGHLIGHT LINE LINHA COL 3
                                   DISPLAY CATEGORIA-NOME
                                   HIGHLIGHT LINE LINHA COL 9
                                   DISPLAY CATEGORIA-MAX-ALUGUERES
                                   HIGHLIGHT LINE LINHA COL 41
                                   DISPLAY CATEGORIA-PRAZO-DIAS
                                   HIGHLIGHT LINE LINHA COL 47
                                   MOVE CATEGORIA-MULTA-DIA
                                   TO CATEGORIA-MULTA-EDT
                                   DISPLAY CATEGORIA-MULTA-EDT
                                   HIGHLIGHT LINE LINHA COL 54
                                   MOVE CATEGORIA-QUOTA
                                   TO CATEGORIA-QUOTA-EDT
                                   DISPLAY CATEGORIA-QUOTA-EDT
                                   HIGHLIGHT LINE LINHA COL 61
                                   DISPLAY CATEGORIA-ISENTA
                                   HIGHLIGHT LINE LINHA COL 75
                                   ADD 1 TO LINHA
                                   IF LINHA = 19 THEN
                                       MOVE 6 TO LINHA
                                       DISPLAY
                            "ENTER - PROXIMA PAGINA."
                                       HIGHLIGHT AT 2011
                                       ACCEPT OMITTED AT 2050
                                       ADD 1 TO PAGINA
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
                   DISPLAY "*****************************************" &
           "*********************************************************" &
           "*********"
           LINE LINHA COL 1
                   DISPLAY "ENTER - CONTINUAR.                     "
                   HIGHLIGHT AT 2011
                   ACCEPT OMITTED AT 2030
           END-START.
           MOVE "N" TO REPETIR-MENU.

       CATEGORIA-CARREGAR.
           MOVE 0 TO CATEGORIA-MAX-EFETIVO.
           MOVE 0 TO CATEGORIA-PRAZO-EFETIVO.
           MOVE VALOR-MULTA-DIA TO MULTA-DIA-EFETIVA.
           MOVE VALOR-QUOTA TO QUOTA-EFETIVA.
           MOVE "N" TO QUOTA-ISENTA.
           IF CLIENTE-CATEGORIA-COD NUMERIC
           AND CLIENTE-CATEGORIA-COD > 0 THEN
               MOVE CLIENTE-CATEGORIA-COD TO CATEGORIA-COD
               READ FIC-CATEGORIAS KEY CATEGORIA-COD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CATEGORIA-MAX-ALUGUERES NUMERIC THEN
                           MOVE CATEGORIA-MAX-ALUGUERES
                           TO CATEGORIA-MAX-EFETIVO
                       END-IF
                       IF CATEGORIA-PRAZO-DIAS NUMERIC THEN
                           MOVE CATEGORIA-PRAZO-DIAS
                           TO CATEGORIA-PRAZO-EFETIVO
                       END-IF
                       IF CATEGORIA-MULTA-DIA NUMERIC
                       AND CATEGORIA-MULTA-DIA > 0 THEN
                           MOVE CATEGORIA-MULTA-DIA
                           TO MULTA-DIA-EFETIVA
                       END-IF
                       IF CATEGORIA-QUOTA NUMERIC
                       AND CATEGORIA-QUOTA > 0 THEN
                           MOVE CATEGORIA-QUOTA TO QUOTA-EFETIVA
                       END-IF
                       IF CATEGORIA-ISENTA = "S" THEN
                           MOVE "S" TO QUOTA-ISENTA
                       END-IF
               END-READ
           END-IF.

       CALENDARIO-CARREGAR.
           INITIALIZE TABELA-CALENDARIO.
           MOVE 0 TO TOTAL-CALENDARIO.
           MOVE "N" TO CALENDARIO-TABELA-CHEIA.
           MOVE 0 TO CALENDARIO-COD.
           START FIC-CALENDARIO KEY > CALENDARIO-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-CALENDARIO NEXT RECORD
                               NOT AT END
                                   PERFORM CALENDARIO-CARREGAR-UM
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

       CALENDARIO-CARREGAR-UM.
           IF TOTAL-CALENDARIO < 300 THEN
               ADD 1 TO TOTAL-CALENDARIO
               MOVE CALENDARIO-TIPO
               TO CALENDARIO-ITEM-TIPO(TOTAL-CALENDARIO)
               MOVE CALENDARIO-SEMANA
               TO CALENDARIO-ITEM-SEMANA(TOTAL-CALENDARIO)
               MOVE CALENDARIO-INICIO
               TO CALENDARIO-ITEM-INICIO(TOTAL-CALENDARIO)
               MOVE CALENDARIO-FIM
               TO CALENDARIO-ITEM-FIM(TOTAL-CALENDARIO)
           ELSE
               MOVE "S" TO CALENDARIO-TABELA-CHEIA
           END-IF.

       DIA-ABERTO-VERIFICAR.
           MOVE "S" TO DIA-ABERTO.
           MOVE FUNCTION DATE-OF-INTEGER(CALENDARIO-DATA-INT)
           TO CALENDARIO-DATA-AAAAMMDD.
           DIVIDE CALENDARIO-DATA-AAAAMMDD BY 10000
               GIVING CALENDARIO-QUOCIENTE
               REMAINDER CALENDARIO-MMDD.
           COMPUTE CALENDARIO-RESTO = CALENDARIO-DATA-INT - 1.
           DIVIDE CALENDARIO-RESTO BY 7
               GIVING CALENDARIO-QUOCIENTE
               REMAINDER CALENDARIO-DIA-SEMANA.
           ADD 1 TO CALENDARIO-DIA-SEMANA.
           MOVE 1 TO CALENDARIO-IDX.
           PERFORM UNTIL CALENDARIO-IDX > TOTAL-CALENDARIO
           OR DIA-ABERTO = "N"
               EVALUATE CALENDARIO-ITEM-TIPO(CALENDARIO-IDX)
                   WHEN "S"
                       IF CALENDARIO-ITEM-SEMANA(CALENDARIO-IDX) =
                       CALENDARIO-DIA-SEMANA THEN
                           MOVE "N" TO DIA-ABERTO
                       END-IF
                   WHEN "F"
                       IF CALENDARIO-ITEM-INICIO(CALENDARIO-IDX) =
                       CALENDARIO-MMDD THEN
                           MOVE "N" TO DIA-ABERTO
                       END-IF
                   WHEN "E"
                       IF CALENDARIO-DATA-AAAAMMDD >=
                       CALENDARIO-ITEM-INICIO(CALENDARIO-IDX)
                       AND CALENDARIO-DATA-AAAAMMDD <=
                       CALENDARIO-ITEM-FIM(CALENDARIO-IDX) THEN
                           MOVE "N" TO DIA-ABERTO
                       END-IF
               END-EVALUATE
               ADD 1 TO CALENDARIO-IDX
           END-PERFORM.

       DATA-ABERTA-AVANCAR.
           MOVE DATA-CALC-INT TO CALENDARIO-DATA-INT.
           MOVE 0 TO CALENDARIO-PASSOS.
           PERFORM DIA-ABERTO-VERIFICAR.
           PERFORM UNTIL DIA-ABERTO = "S" OR CALENDARIO-PASSOS >= 366
               ADD 1 TO CALENDARIO-DATA-INT
               ADD 1 TO CALENDARIO-PASSOS
               PERFORM DIA-ABERTO-VERIFICAR
           END-PERFORM.
           IF DIA-ABERTO = "S" THEN
               MOVE CALENDARIO-DATA-INT TO DATA-CALC-INT
           END-IF.

       DIAS-ATRASO-AJUSTAR.
           IF DIAS-ATRASO > 0 AND TOTAL-CALENDARIO > 0 THEN
               COMPUTE CALENDARIO-ATE-INT =
                   FUNCTION INTEGER-OF-DATE(CALENDARIO-REF-AAAAMMDD)
               COMPUTE CALENDARIO-DATA-INT =
                   CALENDARIO-ATE-INT - DIAS-ATRASO
               MOVE 0 TO DIAS-ABERTOS
               PERFORM UNTIL CALENDARIO-DATA-INT >= CALENDARIO-ATE-INT
                   ADD 1 TO CALENDARIO-DATA-INT
                   PERFORM DIA-ABERTO-VERIFICAR
                   IF DIA-ABERTO = "S" THEN
                       ADD 1 TO DIAS-ABERTOS
                   END-IF
               END-PERFORM
               MOVE DIAS-ABERTOS TO DIAS-ATRASO
           END-IF.

       MENU-CALENDARIO.
           PERFORM UNTIL SAIR = "S"
               DISPLAY CLS
               PERFORM BASE
               DISPLAY "MENU CALENDARIO" FOREGROUND-COLOR 5
               HIGHLIGHT AT 0217
               DISPLAY "DIAS DE ENCERRAMENTO"
               FOREGROUND-COLOR 5 HIGHLIGHT AT 0545
               DISPLAY "********************"
               FOREGROUND-COLOR 5 HIGHLIGHT AT 0645
               DISPLAY "1              NOVO" HIGHLIGHT AT 0745
               DISPLAY "2           ALTERAR" HIGHLIGHT AT 0845
               DISPLAY "3          ELIMINAR" HIGHLIGHT AT 0945
               DISPLAY "4          LISTAGEM" HIGHLIGHT AT 1045
               DISPLAY "0            VOLTAR" HIGHLIGHT AT 1145
               DISPLAY "[ ] INSIRA UMA OPCAO" HIGHLIGHT AT 1344
               MOVE "S" TO REPETIR-MENU
               PERFORM UNTIL REPETIR-MENU = "N"
                   ACCEPT ESCOLHA AT 1345 AUTO
                   EVALUATE ESCOLHA
                       WHEN 1 PERFORM CALENDARIO-NOVO
                       WHEN 2 PERFORM CALENDARIO-ALTERAR
                       WHEN 3 PERFORM CALENDARIO-ELIMINAR
                       WHEN 4 PERFORM CALENDARIO-LISTAGEM
                       WHEN 0
                           MOVE "S" TO SAIR
                           MOVE "N" TO REPETIR-MENU
                       WHEN OTHER
                           DISPLAY "OPCAO INCORRETA!" AT 1745
                           FOREGROUND-COLOR 4 HIGHLIGHT
                           MOVE "S" TO REPETIR-MENU
                   END-EVALUATE
               END-PERFORM
           END-PERFORM.
           MOVE "N" TO SAIR.
           MOVE "N" TO REPETIR-MENU.

       CALENDARIO-DATA-ACEITAR.
           MOVE "N" TO CALENDARIO-DATA-OK.
           DISPLAY "/" HIGHLIGHT LINE LINHA COL 27.
           DISPLAY "/" HIGHLIGHT LINE LINHA COL 30.
           PERFORM WITH TEST AFTER UNTIL CALENDARIO-DATA-OK = "S"
               ACCEPT CALENDARIO-ENT-DIA AUTO HIGHLIGHT
               LINE LINHA COL 25
               ACCEPT CALENDARIO-ENT-MES AUTO HIGHLIGHT
               LINE LINHA COL 28
               ACCEPT CALENDARIO-ENT-ANO AUTO HIGHLIGHT
               LINE LINHA COL 31
               COMPUTE CALENDARIO-DATA-AAAAMMDD =
                   CALENDARIO-ENT-ANO * 10000
                   + CALENDARIO-ENT-MES * 100 + CALENDARIO-ENT-DIA
               IF CALENDARIO-ENT-ANO >= 1968
               AND FUNCTION TEST-DATE-YYYYMMDD
               (CALENDARIO-DATA-AAAAMMDD) = 0 THEN
                   MOVE "S" TO CALENDARIO-DATA-OK
                   DISPLAY "              " LINE LINHA COL 40
               ELSE
                   DISPLAY "DATA INCORRETA!"
                   FOREGROUND-COLOR 4 HIGHLIGHT LINE LINHA COL 40
               END-IF
           END-PERFORM.

       CALENDARIO-FORMULARIO.
           DISPLAY "PREENCHA O FORMULARIO:" AT 0403 HIGHLIGHT.
           DISPLAY "TIPO................:" AT 0803 HIGHLIGHT.
           DISPLAY "S=FECHO SEMANAL F=FERIADO E=ENCERRAMENTO"
           AT 0830 HIGHLIGHT.
           PERFORM WITH TEST AFTER UNTIL CALENDARIO-TIPO = "S"
           OR CALENDARIO-TIPO = "F" OR CALENDARIO-TIPO = "E"
               ACCEPT CALENDARIO-TIPO AUTO HIGHLIGHT AT 0825
               IF CALENDARIO-TIPO = "s" THEN
                   MOVE "S" TO CALENDARIO-TIPO
               END-IF
               IF CALENDARIO-TIPO = "f" THEN
                   MOVE "F" TO CALENDARIO-TIPO
               END-IF
               IF CALENDARIO-TIPO = "e" THEN
                   MOVE "E" TO CALENDARIO-TIPO
               END-IF
           END-PERFORM.

           EVALUATE CALENDARIO-TIPO
               WHEN "S"
                   MOVE 0 TO CALENDARIO-INICIO
                   MOVE 0 TO CALENDARIO-FIM
                   DISPLAY "DIA DA SEMANA.......:" AT 1003 HIGHLIGHT
                   DISPLAY "1=SEG 2=TER 3=QUA 4=QUI 5=SEX 6=SAB 7=DOM"
                   AT 1030 HIGHLIGHT
                   PERFORM WITH TEST AFTER UNTIL
                   CALENDARIO-SEMANA >= 1 AND CALENDARIO-SEMANA <= 7
                       ACCEPT CALENDARIO-SEMANA AUTO HIGHLIGHT AT 1025
                   END-PERFORM
               WHEN "F"
                   MOVE 0 TO CALENDARIO-SEMANA
                   MOVE 0 TO CALENDARIO-FIM
                   DISPLAY "DIA/MES.............:" AT 1003 HIGHLIGHT
                   DISPLAY "/" HIGHLIGHT AT 1027
                   DIVIDE CALENDARIO-INICIO BY 100
                       GIVING CALENDARIO-QUOCIENTE
                       REMAINDER CALENDARIO-RESTO
                   MOVE CALENDARIO-RESTO TO CALENDARIO-ENT-DIA
                   MOVE CALENDARIO-QUOCIENTE TO CALENDARIO-ENT-MES
                   MOVE "N" TO CALENDARIO-DATA-OK
                   PERFORM WITH TEST AFTER UNTIL
                   CALENDARIO-DATA-OK = "S"
                       ACCEPT CALENDARIO-ENT-DIA AUTO HIGHLIGHT AT 1025
                       ACCEPT CALENDARIO-ENT-MES AUTO HIGHLIGHT AT 1028
                       COMPUTE CALENDARIO-DATA-AAAAMMDD =
                           20000000 + CALENDARIO-ENT-MES * 100
                           + CALENDARIO-ENT-DIA
                       IF FUNCTION TEST-DATE-YYYYMMDD
                       (CALENDARIO-DATA-AAAAMMDD) = 0 THEN
                           MOVE "S" TO CALENDARIO-DATA-OK
                           DISPLAY "              " AT 1040
                       ELSE
                           DISPLAY "DATA INCORRETA!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1040
                       END-IF
                   END-PERFORM
                   COMPUTE CALENDARIO-INICIO =
                       CALENDARIO-ENT-MES * 100 + CALENDARIO-ENT-DIA
               WHEN "E"
                   MOVE 0 TO CALENDARIO-SEMANA
                   DISPLAY "DE (DD/MM/AAAA).....:" AT 1003 HIGHLIGHT
                   DISPLAY "ATE (DD/MM/AAAA)....:" AT 1103 HIGHLIGHT
                   MOVE CALENDARIO-INICIO TO CALENDARIO-DATA-AAAAMMDD
                   PERFORM CALENDARIO-ENTRADA-PREPARAR
                   MOVE 10 TO LINHA
                   PERFORM CALENDARIO-DATA-ACEITAR
                   MOVE CALENDARIO-DATA-AAAAMMDD TO CALENDARIO-INICIO
                   MOVE CALENDARIO-FIM TO CALENDARIO-DATA-AAAAMMDD
                   IF CALENDARIO-DATA-AAAAMMDD < CALENDARIO-INICIO THEN
                       MOVE CALENDARIO-INICIO
                       TO CALENDARIO-DATA-AAAAMMDD
                   END-IF
                   PERFORM CALENDARIO-ENTRADA-PREPARAR
                   MOVE 11 TO LINHA
                   PERFORM WITH TEST AFTER UNTIL
                   CALENDARIO-DATA-AAAAMMDD >= CALENDARIO-INICIO
                       PERFORM CALENDARIO-DATA-ACEITAR
                       IF CALENDARIO-DATA-AAAAMMDD < CALENDARIO-INICIO
                       THEN
                           DISPLAY "ANTERIOR AO INICIO!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1140
                       END-IF
                   END-PERFORM
                   MOVE CALENDARIO-DATA-AAAAMMDD TO CALENDARIO-FIM
           END-EVALUATE.

           DISPLAY "DESCRICAO...........:" AT 1203 HIGHLIGHT.
           ACCEPT CALENDARIO-DESCRICAO HIGHLIGHT AT 1225.

       CALENDARIO-ENTRADA-PREPARAR.
           DIVIDE CALENDARIO-DATA-AAAAMMDD BY 10000
               GIVING CALENDARIO-QUOCIENTE
               REMAINDER CALENDARIO-RESTO.
           MOVE CALENDARIO-QUOCIENTE TO CALENDARIO-ENT-ANO.
           DIVIDE CALENDARIO-RESTO BY 100
               GIVING CALENDARIO-QUOCIENTE
               REMAINDER CALENDARIO-RESTO.
           MOVE CALENDARIO-QUOCIENTE TO CALENDARIO-ENT-MES.
           MOVE CALENDARIO-RESTO TO CALENDARIO-ENT-DIA.

       CALENDARIO-NOVO.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "NOVO DIA DE ENCERRAMENTO" FOREGROUND-COLOR 5
           HIGHLIGHT AT 0217.
           DISPLAY "PREENCHA O FORMULARIO:" AT 0403 HIGHLIGHT.
           DISPLAY "CODIGO:" AT 0603 HIGHLIGHT.
           DISPLAY "DEIXAR EM BRANCO PARA RETROCEDER."
           AT 0803 HIGHLIGHT.
           MOVE "CALENDARIO" TO CONTADOR-FICHEIRO.
           PERFORM CONTADOR-PROPOR.
           IF CODIGO-PROPOSTO = 0 THEN
               PERFORM CONTADOR-INDISPONIVEL
           ELSE
               PERFORM CALENDARIO-NOVO-GRAVAR
           END-IF.

           DISPLAY "ENTER - CONTINUAR"
           HIGHLIGHT AT 1803.
           ACCEPT OMITTED AT 1821.
           MOVE "N" TO REPETIR-MENU.

       CALENDARIO-NOVO-GRAVAR.
           DISPLAY "PROPOSTO (0=USAR):" AT 0440 HIGHLIGHT.
           DISPLAY CODIGO-PROPOSTO HIGHLIGHT AT 0459.
           ACCEPT CALENDARIO-COD AUTO HIGHLIGHT AT 0611.
           IF CALENDARIO-COD NOT = SPACES AND CALENDARIO-COD = 0 THEN
               MOVE CODIGO-PROPOSTO TO CALENDARIO-COD
           END-IF.
           DISPLAY CALENDARIO-COD HIGHLIGHT AT 0611.
           DISPLAY "                                " AT 0803.
           READ FIC-CALENDARIO
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.
           IF (EXISTE = "S") THEN
               DISPLAY "CODIGO JA EXISTE!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0611
           ELSE
               IF CALENDARIO-COD = SPACES THEN
                   DISPLAY " " AT 0611 HIGHLIGHT
               ELSE
               IF TOTAL-CALENDARIO >= 300 THEN
                   DISPLAY "CALENDARIO CHEIO! ELIMINE DIAS ANTIGOS."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0803
               ELSE
                   MOVE SPACE TO CALENDARIO-TIPO
                   MOVE 0 TO CALENDARIO-SEMANA
                   MOVE DATA-SIST-AAAAMMDD TO CALENDARIO-INICIO
                   MOVE DATA-SIST-AAAAMMDD TO CALENDARIO-FIM
                   MOVE SPACES TO CALENDARIO-DESCRICAO
                   PERFORM CALENDARIO-FORMULARIO

                   WRITE REGISTO-CALENDARIO
                       INVALID KEY
                           DISPLAY "ERRO AO CRIAR REGISTO!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1503
                       NOT INVALID KEY
                           DISPLAY "DIA DE ENCERRAMENTO CRIADO!"
                           FOREGROUND-COLOR 2 HIGHLIGHT AT 1503
                           MOVE "CALENDARIO" TO HIST-FICHEIRO
                           MOVE CALENDARIO-COD TO HIST-COD
                           MOVE "CRIACAO" TO HIST-OPERACAO
                           MOVE SPACES TO HIST-CAMPO-ANTIGO
                           MOVE CALENDARIO-DESCRICAO TO HIST-CAMPO-NOVO
                           PERFORM HISTORICO-REGISTAR
                           MOVE CALENDARIO-COD TO CODIGO-USADO
                           PERFORM CONTADOR-ATUALIZAR
                           PERFORM CALENDARIO-CARREGAR
                   END-WRITE
               END-IF
               END-IF
           END-IF.

       CALENDARIO-ALTERAR.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "ALTERAR DIA DE ENCERRAMENTO" FOREGROUND-COLOR 5
           HIGHLIGHT AT 0217.
           DISPLAY "PREENCHA O FORMULARIO:" AT 0403 HIGHLIGHT.
           DISPLAY "CODIGO:" AT 0603 HIGHLIGHT.
           DISPLAY "DEIXAR EM BRANCO PARA RETROCEDER."
           AT 0803 HIGHLIGHT.
           ACCEPT CALENDARIO-COD AUTO HIGHLIGHT AT 0611.
           DISPLAY CALENDARIO-COD HIGHLIGHT AT 0611.
           DISPLAY "                                " AT 0803.

           READ FIC-CALENDARIO
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.

           IF (EXISTE = "N") THEN
               IF CALENDARIO-COD = SPACES THEN
                   DISPLAY " " AT 0611 HIGHLIGHT
               ELSE
                   DISPLAY "CODIGO NAO EXISTE!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0611
               END-IF
           ELSE
               MOVE CALENDARIO-DESCRICAO TO CALENDARIO-DESCRICAO-SAVE
               PERFORM CALENDARIO-FORMULARIO

               REWRITE REGISTO-CALENDARIO
                   INVALID KEY
                       DISPLAY "ERRO AO ALTERAR REGISTO!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1503
                   NOT INVALID KEY
                       DISPLAY "DIA DE ENCERRAMENTO ALTERADO!"
                       FOREGROUND-COLOR 2 HIGHLIGHT AT 1503
                       MOVE "CALENDARIO" TO HIST-FICHEIRO
                       MOVE CALENDARIO-COD TO HIST-COD
                       MOVE "ALTERACAO" TO HIST-OPERACAO
                       MOVE CALENDARIO-DESCRICAO-SAVE
                       TO HIST-CAMPO-ANTIGO
                       MOVE CALENDARIO-DESCRICAO TO HIST-CAMPO-NOVO
                       PERFORM HISTORICO-REGISTAR
                       PERFORM CALENDARIO-CARREGAR
               END-REWRITE
           END-IF.

           DISPLAY "ENTER - CONTINUAR"
           HIGHLIGHT AT 1803.
           ACCEPT OMITTED AT 1821.
           MOVE "N" TO REPETIR-MENU.

       CALENDARIO-ELIMINAR.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "ELIMINAR DIA DE ENCERRAMENTO" FOREGROUND-COLOR 5
           HIGHLIGHT AT 0217.
           DISPLAY "PREENCHA O FORMULARIO:" AT 0403 HIGHLIGHT.
           DISPLAY "CODIGO:" AT 0603 HIGHLIGHT.

           DISPLAY "DEIXAR EM BRANCO PARA RETROCEDER."
           AT 0803 HIGHLIGHT.
           ACCEPT CALENDARIO-COD AUTO HIGHLIGHT AT 0611.
           DISPLAY CALENDARIO-COD HIGHLIGHT AT 0611.
           DISPLAY "                                " AT 0803.

           READ FIC-CALENDARIO
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.

           IF (EXISTE = "N") THEN
               IF CALENDARIO-COD = SPACES THEN
                   DISPLAY " " HIGHLIGHT AT 0611
               ELSE
                   DISPLAY "CODIGO NAO EXISTE!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0611
               END-IF
           ELSE
               DELETE FIC-CALENDARIO
               INVALID KEY
                   DISPLAY "ERRO AO ELIMINAR REGISTO!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0803
               NOT INVALID KEY
                   DISPLAY "DIA DE ENCERRAMENTO ELIMINADO!"
                   FOREGROUND-COLOR 2 HIGHLIGHT AT 0803
                   MOVE "CALENDARIO" TO HIST-FICHEIRO
                   MOVE CALENDARIO-COD TO HIST-COD
                   MOVE "ELIMINACAO" TO HIST-OPERACAO
                   MOVE CALENDARIO-DESCRICAO TO HIST-CAMPO-ANTIGO
                   MOVE SPACES TO HIST-CAMPO-NOVO
                   PERFORM HISTORICO-REGISTAR
                   PERFORM CALENDARIO-CARREGAR
               END-DELETE
           END-IF.

           DISPLAY "ENTER - CONTINUAR"
           HIGHLIGHT AT 1803.
           ACCEPT OMITTED AT 1821.
           MOVE "N" TO REPETIR-MENU.

       CALENDARIO-TEXTO-MONTAR.
           MOVE SPACES TO CALENDARIO-PERIODO-TEXTO.
           EVALUATE CALENDARIO-TIPO
               WHEN "S"
                   MOVE "SEMANAL" TO CALENDARIO-TIPO-TEXTO
                   EVALUATE CALENDARIO-SEMANA
                       WHEN 1
                           MOVE "SEGUNDA" TO CALENDARIO-PERIODO-TEXTO
                       WHEN 2
                           MOVE "TERCA" TO CALENDARIO-PERIODO-TEXTO
                       WHEN 3
                           MOVE "QUARTA" TO CALENDARIO-PERIODO-TEXTO
                       WHEN 4
                           MOVE "QUINTA" TO CALENDARIO-PERIODO-TEXTO
                       WHEN 5
                           MOVE "SEXTA" TO CALENDARIO-PERIODO-TEXTO
                       WHEN 6
                           MOVE "SABADO" TO CALENDARIO-PERIODO-TEXTO
                       WHEN OTHER
                           MOVE "DOMINGO" TO CALENDARIO-PERIODO-TEXTO
                   END-EVALUATE
               WHEN "F"
                   MOVE "FERIADO" TO CALENDARIO-TIPO-TEXTO
                   DIVIDE CALENDARIO-INICIO BY 100
                       GIVING CALENDARIO-QUOCIENTE
                       REMAINDER CALENDARIO-RESTO
                   MOVE CALENDARIO-RESTO TO CALENDARIO-TXT-DIA
                   MOVE CALENDARIO-QUOCIENTE TO CALENDARIO-TXT-MES
                   MOVE CALENDARIO-DATA-TEXTO(1:5)
                   TO CALENDARIO-PERIODO-TEXTO
               WHEN OTHER
                   MOVE "ENCERRAMENTO" TO CALENDARIO-TIPO-TEXTO
                   MOVE CALENDARIO-INICIO TO CALENDARIO-DATA-AAAAMMDD
                   PERFORM CALENDARIO-ENTRADA-PREPARAR
                   MOVE CALENDARIO-ENT-DIA TO CALENDARIO-TXT-DIA
                   MOVE CALENDARIO-ENT-MES TO CALENDARIO-TXT-MES
                   MOVE CALENDARIO-ENT-ANO TO CALENDARIO-TXT-ANO
                   MOVE CALENDARIO-DATA-TEXTO
                   TO CALENDARIO-PERIODO-TEXTO(1:10)
                   MOVE " A " TO CALENDARIO-PERIODO-TEXTO(11:3)
                   MOVE CALENDARIO-FIM TO CALENDARIO-DATA-AAAAMMDD
                   PERFORM CALENDARIO-ENTRADA-PREPARAR
                   MOVE CALENDARIO-ENT-DIA TO CALENDARIO-TXT-DIA
                   MOVE CALENDARIO-ENT-MES TO CALENDARIO-TXT-MES
                   MOVE CALENDARIO-ENT-ANO TO CALENDARIO-TXT-ANO
                   MOVE CALENDARIO-DATA-TEXTO
                   TO CALENDARIO-PERIODO-TEXTO(14:10)
           END-EVALUATE.

       CALENDARIO-LISTAGEM.
           PERFORM SAIDA-ESCOLHER.
           IF SAIDA-ESCOLHIDA = "F" THEN
               PERFORM CALENDARIO-LISTAGEM-FICHEIRO
           ELSE
               PERFORM CALENDARIO-LISTAGEM-ECRA
           END-IF.
           MOVE "N" TO REPETIR-MENU.

       CALENDARIO-RELATORIO-UM.
           PERFORM CALENDARIO-TEXTO-MONTAR.
           MOVE CALENDARIO-COD TO REL-CAL-COD.
           MOVE CALENDARIO-TIPO-TEXTO TO REL-CAL-TIPO.
           MOVE CALENDARIO-PERIODO-TEXTO TO REL-CAL-PERIODO.
           MOVE CALENDARIO-DESCRICAO TO REL-CAL-DESCRICAO.
           MOVE REL-LINHA-CALENDARIO TO RELATORIO-DETALHE.
           PERFORM RELATORIO-LINHA-ESCREVER.

       CALENDARIO-LISTAGEM-FICHEIRO.
           MOVE "CALENDARIO DE ENCERRAMENTOS" TO RELATORIO-TITULO.
           MOVE
           "CODIGO  TIPO          DIA / PERIODO            " &
           "DESCRICAO"
           TO RELATORIO-COLUNAS.
           PERFORM RELATORIO-INICIAR.
           MOVE 0 TO CALENDARIO-COD.
           START FIC-CALENDARIO KEY > CALENDARIO-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-CALENDARIO NEXT RECORD
                               NOT AT END
                                   PERFORM CALENDARIO-RELATORIO-UM
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.
           PERFORM RELATORIO-TERMINAR.

       CALENDARIO-LISTAGEM-ECRA.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "CALENDARIO DE ENCERRAMENTOS"  FOREGROUND-COLOR 5
           HIGHLIGHT AT 0217.

           DISPLAY "*************************************************" &
           "**********************************************************"
           AT 0301.

           DISPLAY "COD." FOREGROUND-COLOR 5 HIGHLIGHT AT 0403.
           DISPLAY "TIPO" FOREGROUND-COLOR 5 HIGHLIGHT AT 0409.
           DISPLAY "DIA / PERIODO" FOREGROUND-COLOR 5 HIGHLIGHT AT 0423.
           DISPLAY "DESCRICAO" FOREGROUND-COLOR 5 HIGHLIGHT AT 0448.
           DISPLAY "PAG." FOREGROUND-COLOR 5 HIGHLIGHT AT 2002.
           DISPLAY "|" FOREGROUND-COLOR 5 AT 2009.

           DISPLAY "*************************************************" &
           "**********************************************************"
           AT 0501.
           DISPLAY "*************************************************" &
           "**********************************************************"
           AT 1901.

           MOVE 1 TO PAGINA.
           MOVE 0 TO CALENDARIO-COD.
           START FIC-CALENDARIO KEY > CALENDARIO-COD
               INVALID KEY
                   DISPLAY "FICHEIRO VAZIO. ENTER - CONTINUAR."
                   HIGHLIGHT AT 2011
                   DISPLAY "00" HIGHLIGHT AT 2006
                   ACCEPT OMITTED AT 2050
               NOT INVALID KEY
                   MOVE 6 TO LINHA
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-CALENDARIO NEXT RECORD
                               NOT AT END
                                   PERFORM CALENDARIO-TEXTO-MONTAR
                                   DISPLAY PAGINA
                                   HIGHLIGHT AT 2006
                                   DISPLAY CALENDARIO-COD
                                   HIGHLIGHT LINE LINHA COL 3
                                   DISPLAY CALENDARIO-TIPO-TEXTO
                                   HIGHLIGHT LINE LINHA COL 9
                                   DISPLAY CALENDARIO-PERIODO-TEXTO
                                   HIGHLIGHT LINE LINHA COL 23
                                   DISPLAY CALENDARIO-DESCRICAO
                                   HIGHLIGHT LINE LINHA COL 48
                                   ADD 1 TO LINHA
                                   IF LINHA = 19 THEN
                                       MOVE 6 TO LINHA
                                       DISPLAY
                            "ENTER - PROXIMA PAGINA."
                                       HIGHLIGHT AT 2011
                                       ACCEPT OMITTED AT 2050
                                       ADD 1 TO PAGINA
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
                   DISPLAY "*****************************************" &
           "*********************************************************" &
           "*********"
           LINE LINHA COL 1
                   DISPLAY "ENTER - CONTINUAR.                     "
                   HIGHLIGHT AT 2011
                   ACCEPT OMITTED AT 2030
           END-START.
           MOVE "N" TO REPETIR-MENU.

       CATEGORIA-CLIENTE-CARREGAR.
           MOVE ALUGUER-CLIENTE-COD TO CLIENTE-COD.
           READ FIC-CLIENTES KEY CLIENTE-COD
               INVALID KEY
                   MOVE 0 TO CLIENTE-CATEGORIA-COD
           END-READ.
           PERFORM CATEGORIA-CARREGAR.

       PRAZO-EFETIVO-CALCULAR.
           MOVE PRAZO-ALUGUER-DIAS TO PRAZO-EFETIVO-DIAS.
           PERFORM CATEGORIA-CLIENTE-CARREGAR.
           IF CATEGORIA-PRAZO-EFETIVO > 0 THEN
               MOVE CATEGORIA-PRAZO-EFETIVO TO PRAZO-EFETIVO-DIAS
           END-IF.
           READ FIC-LIVROS KEY LIVRO-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LIVRO-TEMA-COD TO TEMA-COD
                   READ FIC-TEMAS KEY TEMA-COD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF TEMA-PRAZO-DIAS NUMERIC
                           AND TEMA-PRAZO-DIAS > 0 THEN
                               MOVE TEMA-PRAZO-DIAS
                               TO PRAZO-EFETIVO-DIAS
                           END-IF
                   END-READ
           END-READ.

       ANOMALIA-ESCREVER.
           MOVE SPACES TO LINHA-ANOMALIA.
           STRING
           FUNCTION TRIM(ANOMALIA-FICHEIRO) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ANOMALIA-COD DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           FUNCTION TRIM(ANOMALIA-MOTIVO) DELIMITED BY SIZE
           INTO LINHA-ANOMALIA
           END-STRING.
           WRITE REGISTO-ANOMALIA.
           ADD 1 TO ANOMALIAS-TOTAL.

       INTEGRIDADE-ALUGUER-UM.
           MOVE "ALUGUER" TO ANOMALIA-FICHEIRO.
           MOVE ALUGUER-COD TO ANOMALIA-COD.

           MOVE ALUGUER-CLIENTE-COD TO CLIENTE-COD.
           READ FIC-CLIENTES KEY CLIENTE-COD
               INVALID KEY
                   MOVE "CLIENTE INEXISTENTE" TO ANOMALIA-MOTIVO
                   PERFORM ANOMALIA-ESCREVER
                   ADD 1 TO ANOMALIAS-ALUGUERES
               NOT INVALID KEY
                   CONTINUE
           END-READ.

           MOVE ALUGUER-LIVRO-COD TO LIVRO-COD.
           READ FIC-LIVROS KEY LIVRO-COD
               INVALID KEY
                   MOVE "LIVRO INEXISTENTE" TO ANOMALIA-MOTIVO
                   PERFORM ANOMALIA-ESCREVER
                   ADD 1 TO ANOMALIAS-ALUGUERES
               NOT INVALID KEY
                   CONTINUE
           END-READ.

           IF ESTADO NOT = "A" AND ESTADO NOT = "D"
           AND ESTADO NOT = "E" AND ESTADO NOT = "P" THEN
               MOVE "ESTADO INVALIDO" TO ANOMALIA-MOTIVO
               PERFORM ANOMALIA-ESCREVER
               ADD 1 TO ANOMALIAS-ALUGUERES
           END-IF.

           IF ANO-ALUGUER NOT NUMERIC OR MES-ALUGUER NOT NUMERIC
           OR DIA-ALUGUER NOT NUMERIC THEN
               MOVE "DATA ALUGUER INVALIDA" TO ANOMALIA-MOTIVO
               PERFORM ANOMALIA-ESCREVER
               ADD 1 TO ANOMALIAS-ALUGUERES
           ELSE
               IF MES-ALUGUER < 1 OR MES-ALUGUER > 12
               OR DIA-ALUGUER < 1 OR DIA-ALUGUER > 31 THEN
                   MOVE "DATA ALUGUER INVALIDA" TO ANOMALIA-MOTIVO
                   PERFORM ANOMALIA-ESCREVER
                   ADD 1 TO ANOMALIAS-ALUGUERES
               ELSE
                   COMPUTE DATA-ALUGUER-AAAAMMDD =
                       ANO-ALUGUER * 10000 + MES-ALUGUER * 100
                       + DIA-ALUGUER
                   IF ESTADO NOT = "A" THEN
                       IF ANO-ENTREGA NOT NUMERIC
                       OR MES-ENTREGA NOT NUMERIC
                       OR DIA-ENTREGA NOT NUMERIC THEN
                           MOVE "DATA ENTREGA INVALIDA"
                           TO ANOMALIA-MOTIVO
                           PERFORM ANOMALIA-ESCREVER
                           ADD 1 TO ANOMALIAS-ALUGUERES
                       ELSE
                           COMPUTE DATA-ENTREGA-AAAAMMDD =
                               ANO-ENTREGA * 10000
                               + MES-ENTREGA * 100
                               + DIA-ENTREGA
                           IF DATA-ENTREGA-AAAAMMDD <
                           DATA-ALUGUER-AAAAMMDD THEN
                               MOVE "ENTREGA ANTERIOR AO ALUGUER"
                               TO ANOMALIA-MOTIVO
                               PERFORM ANOMALIA-ESCREVER
                               ADD 1 TO ANOMALIAS-ALUGUERES
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF ESTADO = "A" THEN
               PERFORM ALUGUERES-TOPO-ACUMULAR-LIVRO
               IF ITEM-TOPO-ENCONTRADO = "N"
               AND TOTAL-LIVROS-TOPO = 200 THEN
                   IF LIVRO-TOPO-COD(200) NOT = ALUGUER-LIVRO-COD THEN
                       MOVE "S" TO TABELA-TOPO-CHEIA
                   END-IF
               END-IF
           END-IF.

       INTEGRIDADE-LIVRO-UM.
           MOVE "LIVRO" TO ANOMALIA-FICHEIRO.
           MOVE LIVRO-COD TO ANOMALIA-COD.

           MOVE LIVRO-TEMA-COD TO TEMA-COD.
           READ FIC-TEMAS KEY TEMA-COD
               INVALID KEY
                   MOVE "TEMA INEXISTENTE" TO ANOMALIA-MOTIVO
                   PERFORM ANOMALIA-ESCREVER
                   ADD 1 TO ANOMALIAS-LIVROS
               NOT INVALID KEY
                   CONTINUE
           END-READ.

           MOVE LIVRO-AUTOR-COD TO AUTOR-COD.
           READ FIC-AUTORES KEY AUTOR-COD
               INVALID KEY
                   MOVE "AUTOR INEXISTENTE" TO ANOMALIA-MOTIVO
                   PERFORM ANOMALIA-ESCREVER
                   ADD 1 TO ANOMALIAS-LIVROS
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       INTEGRIDADE-EXEMPLARES-VERIFICAR.
           MOVE 1 TO IDX-TOPO.
           PERFORM UNTIL IDX-TOPO > TOTAL-LIVROS-TOPO
               MOVE LIVRO-TOPO-COD(IDX-TOPO) TO LIVRO-COD
               READ FIC-LIVROS KEY LIVRO-COD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LIVRO-TOPO-CONTADOR(IDX-TOPO)
                       > NUM-EXEMPLARES THEN
                           MOVE "LIVRO" TO ANOMALIA-FICHEIRO
                           MOVE LIVRO-COD TO ANOMALIA-COD
                           MOVE "ATIVOS EXCEDEM EXEMPLARES"
                           TO ANOMALIA-MOTIVO
                           PERFORM ANOMALIA-ESCREVER
                           ADD 1 TO ANOMALIAS-LIVROS
                       END-IF
               END-READ
               ADD 1 TO IDX-TOPO
           END-PERFORM.

       INTEGRIDADE-VERIFICAR.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "VERIFICAR INTEGRIDADE" FOREGROUND-COLOR 5
           HIGHLIGHT AT 0217.

           PERFORM INTEGRIDADE-PROCESSAR.

           DISPLAY "ANOMALIAS EM ALUGUERES:" AT 1003 HIGHLIGHT.
           DISPLAY ANOMALIAS-ALUGUERES HIGHLIGHT AT 1027.
           DISPLAY "ANOMALIAS EM LIVROS...:" AT 1103 HIGHLIGHT.
           DISPLAY ANOMALIAS-LIVROS HIGHLIGHT AT 1127.
           DISPLAY "TOTAL DE ANOMALIAS....:" AT 1203 HIGHLIGHT.
           DISPLAY ANOMALIAS-TOTAL HIGHLIGHT AT 1227.
           IF TABELA-TOPO-CHEIA = "S" THEN
               DISPLAY "VERIFICACAO DE EXEMPLARES INCOMPLETA!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
           END-IF.
           DISPLAY "RELATORIO EM ANOMALIAS.TXT"
           FOREGROUND-COLOR 2 HIGHLIGHT AT 1403.

           DISPLAY "ENTER - CONTINUAR"
           HIGHLIGHT AT 1803.
           ACCEPT OMITTED AT 1821.
           MOVE "N" TO REPETIR-MENU.

       INTEGRIDADE-PROCESSAR.
           MOVE 0 TO ANOMALIAS-ALUGUERES.
           MOVE 0 TO ANOMALIAS-LIVROS.
           MOVE 0 TO ANOMALIAS-TOTAL.
           MOVE "N" TO TABELA-TOPO-CHEIA.
           INITIALIZE TABELA-LIVROS-TOPO.
           MOVE 0 TO TOTAL-LIVROS-TOPO.

           OPEN OUTPUT FIC-ANOMALIAS.
           MOVE "RELATORIO DE ANOMALIAS" TO LINHA-ANOMALIA.
           WRITE REGISTO-ANOMALIA.

           IF MODO-LOTE = "N" THEN
               DISPLAY "A VERIFICAR ALUGUERES..." AT 0603 HIGHLIGHT
           END-IF.
           MOVE 0 TO ALUGUER-COD.
           START FIC-ALUGUERES KEY > ALUGUER-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-ALUGUERES NEXT RECORD
                               NOT AT END
                                   PERFORM INTEGRIDADE-ALUGUER-UM
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

           PERFORM INTEGRIDADE-EXEMPLARES-VERIFICAR.

           IF MODO-LOTE = "N" THEN
               DISPLAY "A VERIFICAR LIVROS......" AT 0803 HIGHLIGHT
           END-IF.
           MOVE 0 TO LIVRO-COD.
           START FIC-LIVROS KEY > LIVRO-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-LIVROS NEXT RECORD
                               NOT AT END
                                   PERFORM INTEGRIDADE-LIVRO-UM
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

           IF TABELA-TOPO-CHEIA = "S" THEN
               MOVE "VERIFICACAO DE EXEMPLARES INCOMPLETA - " &
               "MAIS DE 200 TITULOS ATIVOS" TO LINHA-ANOMALIA
               WRITE REGISTO-ANOMALIA
           END-IF.

           MOVE SPACES TO LINHA-ANOMALIA.
           STRING
           "TOTAL ALUGUERES: " DELIMITED BY SIZE
           ANOMALIAS-ALUGUERES DELIMITED BY SIZE
           INTO LINHA-ANOMALIA
           END-STRING.
           WRITE REGISTO-ANOMALIA.
           MOVE SPACES TO LINHA-ANOMALIA.
           STRING
           "TOTAL LIVROS: " DELIMITED BY SIZE
           ANOMALIAS-LIVROS DELIMITED BY SIZE
           INTO LINHA-ANOMALIA
           END-STRING.
           WRITE REGISTO-ANOMALIA.
           MOVE SPACES TO LINHA-ANOMALIA.
           STRING
           "TOTAL GERAL: " DELIMITED BY SIZE
           ANOMALIAS-TOTAL DELIMITED BY SIZE
           INTO LINHA-ANOMALIA
           END-STRING.
           WRITE REGISTO-ANOMALIA.

           CLOSE FIC-ANOMALIAS.

       FECHO-CONTROLO-VERIFICAR.
           MOVE "N" TO FECHO-SEGURANCA-OK.
           MOVE "N" TO FECHO-PURGA-OK.
           MOVE "N" TO FECHO-EOF.
           OPEN INPUT FIC-FECHO-CONTROLO.
           PERFORM WITH TEST AFTER UNTIL FECHO-EOF = "S"
               READ FIC-FECHO-CONTROLO
                   AT END
                       MOVE "S" TO FECHO-EOF
                   NOT AT END
                       EVALUATE FECHO-SECCAO
                           WHEN "SEGURANCA"
                               MOVE "S" TO FECHO-SEGURANCA-OK
                           WHEN "PURGA"
                               MOVE "S" TO FECHO-PURGA-OK
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE FIC-FECHO-CONTROLO.

       FECHO-CONTROLO-MARCAR.
           OPEN EXTEND FIC-FECHO-CONTROLO.
           MOVE "CONCLUIDA" TO FECHO-ESTADO.
           WRITE REGISTO-FECHO-CONTROLO.
           CLOSE FIC-FECHO-CONTROLO.

       FECHO-SEG-CLIENTES.
           MOVE 0 TO SEG-CLIENTES-ESCRITOS.
           MOVE 0 TO CLIENTE-COD.
           START FIC-CLIENTES KEY > CLIENTE-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-CLIENTES NEXT RECORD
                               NOT AT END
                                   MOVE "CLIENTES" TO SEGURANCA-TIPO
                                   MOVE REGISTO-CLIENTES
                                   TO SEGURANCA-IMAGEM
                                   WRITE REGISTO-SEGURANCA
                                   ADD 1 TO SEG-CLIENTES-ESCRITOS
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

       FECHO-SEG-LIVROS.
           MOVE 0 TO SEG-LIVROS-ESCRITOS.
           MOVE 0 TO LIVRO-COD.
           START FIC-LIVROS KEY > LIVRO-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-LIVROS NEXT RECORD
                               NOT AT END
                                   MOVE "LIVROS" TO SEGURANCA-TIPO
                                   MOVE REGISTO-LIVROS
                                   TO SEGURANCA-IMAGEM
                                   WRITE REGISTO-SEGURANCA
                                   ADD 1 TO SEG-LIVROS-ESCRITOS
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

       FECHO-SEG-TEMAS.
           MOVE 0 TO SEG-TEMAS-ESCRITOS.
           MOVE 0 TO TEMA-COD.
           START FIC-TEMAS KEY > TEMA-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-TEMAS NEXT RECORD
                               NOT AT END
                                   MOVE "TEMAS" TO SEGURANCA-TIPO
                                   MOVE REGISTO-TEMAS
                                   TO SEGURANCA-IMAGEM
                                   WRITE REGISTO-SEGURANCA
                                   ADD 1 TO SEG-TEMAS-ESCRITOS
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

       FECHO-SEG-AUTORES.
           MOVE 0 TO SEG-AUTORES-ESCRITOS.
           MOVE 0 TO AUTOR-COD.
           START FIC-AUTORES KEY > AUTOR-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-AUTORES NEXT RECORD
                               NOT AT END
                                   MOVE "AUTORES" TO SEGURANCA-TIPO
                                   MOVE REGISTO-AUTORES
                                   TO SEGURANCA-IMAGEM
                                   WRITE REGISTO-SEGURANCA
                                   ADD 1 TO SEG-AUTORES-ESCRITOS
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

       FECHO-SEG-ALUGUERES.
           MOVE 0 TO SEG-ALUGUERES-ESCRITOS.
           MOVE 0 TO ALUGUER-COD.
           START FIC-ALUGUERES KEY > ALUGUER-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-ALUGUERES NEXT RECORD
                               NOT AT END
                                   MOVE "ALUGUERES" TO SEGURANCA-TIPO
                                   MOVE REGISTO-ALUGUER
                                   TO SEGURANCA-IMAGEM
                                   WRITE REGISTO-SEGURANCA
                                   ADD 1 TO SEG-ALUGUERES-ESCRITOS
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

       FECHO-SEG-LIVAUT.
           MOVE 0 TO SEG-LIVAUT-ESCRITOS.
           MOVE 0 TO LIVAUT-LIVRO-COD.
           MOVE 0 TO LIVAUT-AUTOR-COD.
           START FIC-LIVROS-AUTORES KEY > LIVAUT-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-LIVROS-AUTORES NEXT RECORD
                               NOT AT END
                                   MOVE "LIVAUT" TO SEGURANCA-TIPO
                                   MOVE REGISTO-LIVRO-AUTOR
                                   TO SEGURANCA-IMAGEM
                                   WRITE REGISTO-SEGURANCA
                                   ADD 1 TO SEG-LIVAUT-ESCRITOS
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

       FECHO-SEG-OPERADORES.
           MOVE 0 TO SEG-OPERADORES-ESCRITOS.
           MOVE SPACES TO OPERADOR-COD.
           START FIC-OPERADORES KEY > OPERADOR-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-OPERADORES NEXT RECORD
                               NOT AT END
                                   MOVE "OPERADORES" TO SEGURANCA-TIPO
                                   MOVE REGISTO-OPERADOR
                                   TO SEGURANCA-IMAGEM
                                   WRITE REGISTO-SEGURANCA
                                   ADD 1 TO SEG-OPERADORES-ESCRITOS
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

       FECHO-SEGURANCA-ESCREVER.
           OPEN OUTPUT FIC-SEGURANCA.
           MOVE "GERACAO" TO SEGURANCA-TIPO.
           MOVE DATA-ACTUAL TO SEGURANCA-IMAGEM.
           WRITE REGISTO-SEGURANCA.
           PERFORM FECHO-SEG-CLIENTES.
           PERFORM FECHO-SEG-LIVROS.
           PERFORM FECHO-SEG-TEMAS.
           PERFORM FECHO-SEG-AUTORES.
           PERFORM FECHO-SEG-ALUGUERES.
           PERFORM FECHO-SEG-LIVAUT.
           PERFORM FECHO-SEG-OPERADORES.
           CLOSE FIC-SEGURANCA.

       FECHO-SEGURANCA-VERIFICAR.
           MOVE 0 TO SEG-CLIENTES-LIDOS.
           MOVE 0 TO SEG-LIVROS-LIDOS.
           MOVE 0 TO SEG-TEMAS-LIDOS.
           MOVE 0 TO SEG-AUTORES-LIDOS.
           MOVE 0 TO SEG-ALUGUERES-LIDOS.
           MOVE 0 TO SEG-LIVAUT-LIDOS.
           MOVE 0 TO SEG-OPERADORES-LIDOS.
           MOVE "N" TO SEG-EOF.
           OPEN INPUT FIC-SEGURANCA.
           PERFORM WITH TEST AFTER UNTIL SEG-EOF = "S"
               READ FIC-SEGURANCA
                   AT END
                       MOVE "S" TO SEG-EOF
                   NOT AT END
                       EVALUATE SEGURANCA-TIPO
                           WHEN "CLIENTES"
                               ADD 1 TO SEG-CLIENTES-LIDOS
                           WHEN "LIVROS"
                               ADD 1 TO SEG-LIVROS-LIDOS
                           WHEN "TEMAS"
                               ADD 1 TO SEG-TEMAS-LIDOS
                           WHEN "AUTORES"
                               ADD 1 TO SEG-AUTORES-LIDOS
                           WHEN "ALUGUERES"
                               ADD 1 TO SEG-ALUGUERES-LIDOS
                           WHEN "LIVAUT"
                               ADD 1 TO SEG-LIVAUT-LIDOS
                           WHEN "OPERADORES"
                               ADD 1 TO SEG-OPERADORES-LIDOS
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE FIC-SEGURANCA.
           IF SEG-CLIENTES-LIDOS = SEG-CLIENTES-ESCRITOS
           AND SEG-LIVROS-LIDOS = SEG-LIVROS-ESCRITOS
           AND SEG-TEMAS-LIDOS = SEG-TEMAS-ESCRITOS
           AND SEG-AUTORES-LIDOS = SEG-AUTORES-ESCRITOS
           AND SEG-ALUGUERES-LIDOS = SEG-ALUGUERES-ESCRITOS
           AND SEG-LIVAUT-LIDOS = SEG-LIVAUT-ESCRITOS
           AND SEG-OPERADORES-LIDOS = SEG-OPERADORES-ESCRITOS THEN
               MOVE "S" TO SEG-VERIFICADA
           ELSE
               MOVE "N" TO SEG-VERIFICADA
           END-IF.

       FECHO-PURGAR-UM.
           IF ESTADO NOT = "A"
           AND ANO-ENTREGA NUMERIC AND MES-ENTREGA NUMERIC
           AND DIA-ENTREGA NUMERIC THEN
               COMPUTE DATA-ENTREGA-AAAAMMDD =
                   ANO-ENTREGA * 10000 + MES-ENTREGA * 100
                   + DIA-ENTREGA
               IF DATA-ENTREGA-AAAAMMDD > 0
               AND DATA-ENTREGA-AAAAMMDD < DATA-CORTE-AAAAMMDD THEN
                   MOVE SPACES TO ARQUIVO-IMAGEM
                   MOVE REGISTO-ALUGUER TO ARQUIVO-IMAGEM
                   WRITE REGISTO-ARQUIVO
                   DELETE FIC-ALUGUERES
                   END-DELETE
                   ADD 1 TO ALUGUERES-ARQUIVADOS
               END-IF
           END-IF.

       FECHO-PURGAR.
           MOVE 0 TO ALUGUERES-ARQUIVADOS.
           OPEN EXTEND FIC-ARQUIVO.
           MOVE 0 TO ALUGUER-COD.
           START FIC-ALUGUERES KEY > ALUGUER-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-ALUGUERES NEXT RECORD
                               NOT AT END
                                   PERFORM FECHO-PURGAR-UM
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.
           CLOSE FIC-ARQUIVO.

       MENU-FECHO.
           PERFORM UNTIL SAIR = "S"
               DISPLAY CLS
               PERFORM BASE
               DISPLAY "FECHO E RESTAURO" FOREGROUND-COLOR 5
               HIGHLIGHT AT 0217
               DISPLAY " FECHO E RESTAURO  "
               FOREGROUND-COLOR 5 HIGHLIGHT AT 0545
               DISPLAY "*******************"
               FOREGROUND-COLOR 5 HIGHLIGHT AT 0645
               DISPLAY "1      FECHO DE ANO" HIGHLIGHT AT 0745
               DISPLAY "2 RESTAURAR FICHEIROS" HIGHLIGHT AT 0843
               DISPLAY "0      MENU INICIAL" HIGHLIGHT AT 0945
               DISPLAY "[ ] INSIRA UMA OPCAO" HIGHLIGHT AT 1144
               MOVE "S" TO REPETIR-MENU
               PERFORM UNTIL REPETIR-MENU = "N"
                   ACCEPT ESCOLHA AT 1145 AUTO
                   EVALUATE ESCOLHA
                       WHEN 1 PERFORM FECHO-DE-ANO
                       WHEN 2 PERFORM FECHO-RESTAURAR
                       WHEN 0
                           MOVE "S" TO SAIR
                           MOVE "N" TO REPETIR-MENU
                       WHEN OTHER
                           DISPLAY "OPCAO INCORRETA!" AT 1345
                           FOREGROUND-COLOR 4 HIGHLIGHT
                           MOVE "S" TO REPETIR-MENU
                   END-EVALUATE
               END-PERFORM
           END-PERFORM.
           MOVE "N" TO SAIR.
           MOVE "N" TO REPETIR-MENU.

       RESTAURO-SEG-CLIENTES.
           MOVE 0 TO RESTAURO-CLIENTES-ESCRITOS.
           CLOSE FIC-CLIENTES.
           OPEN OUTPUT FIC-CLIENTES.
           MOVE "N" TO SEG-EOF.
           OPEN INPUT FIC-SEGURANCA.
           PERFORM WITH TEST AFTER UNTIL SEG-EOF = "S"
               READ FIC-SEGURANCA
                   AT END
                       MOVE "S" TO SEG-EOF
                   NOT AT END
                       IF SEGURANCA-TIPO = "CLIENTES" THEN
                           MOVE SEGURANCA-IMAGEM TO REGISTO-CLIENTES
                           WRITE REGISTO-CLIENTES
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1
                                   TO RESTAURO-CLIENTES-ESCRITOS
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-SEGURANCA.
           CLOSE FIC-CLIENTES.
           OPEN I-O FIC-CLIENTES.

       RESTAURO-SEG-LIVROS.
           MOVE 0 TO RESTAURO-LIVROS-ESCRITOS.
           CLOSE FIC-LIVROS.
           OPEN OUTPUT FIC-LIVROS.
           MOVE "N" TO SEG-EOF.
           OPEN INPUT FIC-SEGURANCA.
           PERFORM WITH TEST AFTER UNTIL SEG-EOF = "S"
               READ FIC-SEGURANCA
                   AT END
                       MOVE "S" TO SEG-EOF
                   NOT AT END
                       IF SEGURANCA-TIPO = "LIVROS" THEN
                           MOVE SEGURANCA-IMAGEM TO REGISTO-LIVROS
                           WRITE REGISTO-LIVROS
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1
                                   TO RESTAURO-LIVROS-ESCRITOS
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-SEGURANCA.
           CLOSE FIC-LIVROS.
           OPEN I-O FIC-LIVROS.

       RESTAURO-SEG-TEMAS.
           MOVE 0 TO RESTAURO-TEMAS-ESCRITOS.
           CLOSE FIC-TEMAS.
           OPEN OUTPUT FIC-TEMAS.
           MOVE "N" TO SEG-EOF.
           OPEN INPUT FIC-SEGURANCA.
           PERFORM WITH TEST AFTER UNTIL SEG-EOF = "S"
               READ FIC-SEGURANCA
                   AT END
                       MOVE "S" TO SEG-EOF
                   NOT AT END
                       IF SEGURANCA-TIPO = "TEMAS" THEN
                           MOVE SEGURANCA-IMAGEM TO REGISTO-TEMAS
                           WRITE REGISTO-TEMAS
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1
                                   TO RESTAURO-TEMAS-ESCRITOS
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-SEGURANCA.
           CLOSE FIC-TEMAS.
           OPEN I-O FIC-TEMAS.

       RESTAURO-SEG-AUTORES.
           MOVE 0 TO RESTAURO-AUTORES-ESCRITOS.
           CLOSE FIC-AUTORES.
           OPEN OUTPUT FIC-AUTORES.
           MOVE "N" TO SEG-EOF.
           OPEN INPUT FIC-SEGURANCA.
           PERFORM WITH TEST AFTER UNTIL SEG-EOF = "S"
               READ FIC-SEGURANCA
                   AT END
                       MOVE "S" TO SEG-EOF
                   NOT AT END
                       IF SEGURANCA-TIPO = "AUTORES" THEN
                           MOVE SEGURANCA-IMAGEM TO REGISTO-AUTORES
                           WRITE REGISTO-AUTORES
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1
                                   TO RESTAURO-AUTORES-ESCRITOS
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-SEGURANCA.
           CLOSE FIC-AUTORES.
           OPEN I-O FIC-AUTORES.

       RESTAURO-SEG-ALUGUERES.
           MOVE 0 TO RESTAURO-ALUGUERES-ESCRITOS.
           CLOSE FIC-ALUGUERES.
           OPEN OUTPUT FIC-ALUGUERES.
           MOVE "N" TO SEG-EOF.
           OPEN INPUT FIC-SEGURANCA.
           PERFORM WITH TEST AFTER UNTIL SEG-EOF = "S"
               READ FIC-SEGURANCA
                   AT END
                       MOVE "S" TO SEG-EOF
                   NOT AT END
                       IF SEGURANCA-TIPO = "ALUGUERES" THEN
                           MOVE SEGURANCA-IMAGEM TO REGISTO-ALUGUER
                           WRITE REGISTO-ALUGUER
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1
                                   TO RESTAURO-ALUGUERES-ESCRITOS
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-SEGURANCA.
           CLOSE FIC-ALUGUERES.
           OPEN I-O FIC-ALUGUERES.

       RESTAURO-SEG-LIVAUT.
           MOVE 0 TO RESTAURO-LIVAUT-ESCRITOS.
           CLOSE FIC-LIVROS-AUTORES.
           OPEN OUTPUT FIC-LIVROS-AUTORES.
           MOVE "N" TO SEG-EOF.
           OPEN INPUT FIC-SEGURANCA.
           PERFORM WITH TEST AFTER UNTIL SEG-EOF = "S"
               READ FIC-SEGURANCA
                   AT END
                       MOVE "S" TO SEG-EOF
                   NOT AT END
                       IF SEGURANCA-TIPO = "LIVAUT" THEN
                           MOVE SEGURANCA-IMAGEM
                           TO REGISTO-LIVRO-AUTOR
                           WRITE REGISTO-LIVRO-AUTOR
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1
                                   TO RESTAURO-LIVAUT-ESCRITOS
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-SEGURANCA.
           CLOSE FIC-LIVROS-AUTORES.
           OPEN I-O FIC-LIVROS-AUTORES.

       RESTAURO-SEG-OPERADORES.
           MOVE 0 TO RESTAURO-OPERADORES-ESCRITOS.
           CLOSE FIC-OPERADORES.
           OPEN OUTPUT FIC-OPERADORES.
           MOVE "N" TO SEG-EOF.
           OPEN INPUT FIC-SEGURANCA.
           PERFORM WITH TEST AFTER UNTIL SEG-EOF = "S"
               READ FIC-SEGURANCA
                   AT END
                       MOVE "S" TO SEG-EOF
                   NOT AT END
                       IF SEGURANCA-TIPO = "OPERADORES" THEN
                           MOVE SEGURANCA-IMAGEM TO REGISTO-OPERADOR
                           WRITE REGISTO-OPERADOR
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1
                                   TO RESTAURO-OPERADORES-ESCRITOS
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-SEGURANCA.
           CLOSE FIC-OPERADORES.
           OPEN I-O FIC-OPERADORES.

       FECHO-RESTAURAR.
           PERFORM SESSOES-OUTRAS-CONTAR.
           IF SESSOES-OUTRAS > 0 THEN
               MOVE "RESTAURAR FICHEIROS DA SEGURANCA" TO SESSOES-TITULO
               PERFORM SESSOES-RECUSAR
           ELSE
               PERFORM FECHO-RESTAURAR-EXECUTAR
           END-IF.

       FECHO-RESTAURAR-EXECUTAR.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "RESTAURAR FICHEIROS DA SEGURANCA"
           FOREGROUND-COLOR 5 HIGHLIGHT AT 0217.

           PERFORM FECHO-SEGURANCA-VERIFICAR.
           IF SEG-CLIENTES-LIDOS = 0 AND SEG-LIVROS-LIDOS = 0
           AND SEG-TEMAS-LIDOS = 0 AND SEG-AUTORES-LIDOS = 0
           AND SEG-ALUGUERES-LIDOS = 0 AND SEG-LIVAUT-LIDOS = 0
           AND SEG-OPERADORES-LIDOS = 0 THEN
               DISPLAY "SEGURANCA.TXT VAZIO OU INEXISTENTE!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0403
           ELSE
               DISPLAY "REGISTOS NA SEGURANCA:" AT 0403 HIGHLIGHT
               DISPLAY "CLIENTES.:" AT 0503 HIGHLIGHT
               DISPLAY SEG-CLIENTES-LIDOS HIGHLIGHT AT 0514
               DISPLAY "LIVROS...:" AT 0603 HIGHLIGHT
               DISPLAY SEG-LIVROS-LIDOS HIGHLIGHT AT 0614
               DISPLAY "TEMAS....:" AT 0703 HIGHLIGHT
               DISPLAY SEG-TEMAS-LIDOS HIGHLIGHT AT 0714
               DISPLAY "AUTORES..:" AT 0803 HIGHLIGHT
               DISPLAY SEG-AUTORES-LIDOS HIGHLIGHT AT 0814
               DISPLAY "ALUGUERES:" AT 0903 HIGHLIGHT
               DISPLAY SEG-ALUGUERES-LIDOS HIGHLIGHT AT 0914
               DISPLAY "AUT.LIVRO:" AT 1003 HIGHLIGHT
               DISPLAY SEG-LIVAUT-LIDOS HIGHLIGHT AT 1014
               DISPLAY "OPERADOR.:" AT 1103 HIGHLIGHT
               DISPLAY SEG-OPERADORES-LIDOS HIGHLIGHT AT 1114

               DISPLAY "RESTAURAR: 1=CLIENTES 2=LIVROS 3=TEMAS " &
               "4=AUTORES 5=ALUGUERES" AT 1203 HIGHLIGHT
               DISPLAY "6=AUT.LIVROS 7=OPERADORES 8=TODOS " &
               "0=VOLTAR:" AT 1303 HIGHLIGHT
               PERFORM WITH TEST AFTER UNTIL
               RESTAURO-OPCAO >= 0 AND RESTAURO-OPCAO <= 8
                   ACCEPT RESTAURO-OPCAO AUTO HIGHLIGHT AT 1347
                   IF NOT (RESTAURO-OPCAO >= 0
                   AND RESTAURO-OPCAO <= 8) THEN
                       DISPLAY "OPCAO INCORRETA!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1350
                   END-IF
               END-PERFORM

               IF RESTAURO-OPCAO = 0 THEN
                   CONTINUE
               ELSE
                   DISPLAY "ATENCAO: O FICHEIRO ATIVO SERA " &
                   "SUBSTITUIDO PELA SEGURANCA!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1403
                   DISPLAY "CONFIRMA (S/N)?" AT 1503 HIGHLIGHT
                   MOVE "N" TO RESTAURO-CONFIRMA
                   ACCEPT RESTAURO-CONFIRMA AUTO HIGHLIGHT AT 1519
                   IF RESTAURO-CONFIRMA = "S"
                   OR RESTAURO-CONFIRMA = "s" THEN
                       MOVE 16 TO RESTAURO-LINHA
                       IF RESTAURO-OPCAO = 1
                       OR RESTAURO-OPCAO = 8 THEN
                           PERFORM RESTAURO-SEG-CLIENTES
                           DISPLAY "CLIENTES.: RESTAURADOS"
                           HIGHLIGHT LINE RESTAURO-LINHA COL 3
                           DISPLAY RESTAURO-CLIENTES-ESCRITOS
                           HIGHLIGHT LINE RESTAURO-LINHA COL 26
                           DISPLAY "ESPERADOS"
                           HIGHLIGHT LINE RESTAURO-LINHA COL 33
                           DISPLAY SEG-CLIENTES-LIDOS
                           HIGHLIGHT LINE RESTAURO-LINHA COL 43
                           IF RESTAURO-CLIENTES-ESCRITOS NOT =
                           SEG-CLIENTES-LIDOS THEN
                               DISPLAY "DIVERGENCIA!"
                               FOREGROUND-COLOR 4 HIGHLIGHT
                               LINE RESTAURO-LINHA COL 50
                           END-IF
                           ADD 1 TO RESTAURO-LINHA
                           MOVE "CLIENTE" TO HIST-FICHEIRO
                           MOVE 0 TO HIST-COD
                           MOVE "RESTAURO" TO HIST-OPERACAO
                           MOVE SPACES TO HIST-CAMPO-ANTIGO
                           MOVE SPACES TO HIST-CAMPO-NOVO
                           PERFORM HISTORICO-REGISTAR
                       END-IF
                       IF RESTAURO-OPCAO = 2
                       OR RESTAURO-OPCAO = 8 THEN
                           PERFORM RESTAURO-SEG-LIVROS
                           DISPLAY "LIVROS...: RESTAURADOS"
                           HIGHLIGHT LINE RESTAURO-LINHA COL 3
                           DISPLAY RESTAURO-LIVROS-ESCRITOS
                           HIGHLIGHT LINE RESTAURO-LINHA COL 26
                           DISPLAY "ESPERADOS"
                           HIGHLIGHT LINE RESTAURO-LINHA COL 33
                           DISPLAY SEG-LIVROS-LIDOS
                           HIGHLIGHT LINE RESTAURO-LINHA COL 43
                           IF RESTAURO-LIVROS-ESCRITOS NOT =
                           SEG-LIVROS-LIDOS THEN
                               DISPLAY "DIVERGENCIA!"
                               FOREGROUND-COLOR 4 HIGHLIGHT
                               LINE RESTAURO-LINHA COL 50
                           END-IF
                           ADD 1 TO RESTAURO-LINHA
                           MOVE "LIVRO" TO HIST-FICHEIRO
                           MOVE 0 TO HIST-COD
                           MOVE "RESTAURO" TO HIST-OPERACAO
                           MOVE SPACES TO HIST-CAMPO-ANTIGO
                           MOVE SPACES TO HIST-CAMPO-NOVO
                           PERFORM HISTORICO-REGISTAR
                       END-IF
                       IF RESTAURO-OPCAO = 3
                       OR RESTAURO-OPCAO = 8 THEN
                           PERFORM RESTAURO-SEG-TEMAS
                           DISPLAY "TEMAS....: RESTAURADOS"
                           HIGHLIGHT LINE RESTAURO-LINHA COL 3
                           DISPLAY RESTAURO-TEMAS-ESCRITOS
                           HIGHLIGHT LINE RESTAURO-LINHA COL 26
                           DISPLAY "ESPERADOS"
                           HIGHLIGHT LINE RESTAURO-LINHA COL 33
                           DISPLAY SEG-TEMAS-LIDOS
                           HIGHLIGHT LINE RESTAURO-LINHA COL 43
                           IF RESTAURO-TEMAS-ESCRITOS NOT =
                           SEG-TEMAS-LIDOS THEN
                               DISPLAY "DIVERGENCIA!"
                               FOREGROUND-COLOR 4 HIGHLIGHT
                               LINE RESTAURO-LINHA COL 50
                           END-IF
                           ADD 1 TO RESTAURO-LINHA
                           MOVE "TEMA" TO HIST-FICHEIRO
                           MOVE 0 TO HIST-COD
                           MOVE "RESTAURO" TO HIST-OPERACAO
                           MOVE SPACES TO HIST-CAMPO-ANTIGO
                           MOVE SPACES TO HIST-CAMPO-NOVO
                           PERFORM HISTORICO-REGISTAR
                       END-IF
                       IF RESTAURO-OPCAO = 4
                       OR RESTAURO-OPCAO = 8 THEN
                           PERFORM RESTAURO-SEG-AUTORES
                           DISPLAY "AUTORES..: RESTAURADOS"
                           HIGHLIGHT LINE RESTAURO-LINHA COL 3
                           DISPLAY RESTAURO-AUTORES-ESCRITOS
                           HIGHLIGHT LINE RESTAURO-LINHA COL 26
                           DISPLAY "ESPERADOS"
                           HIGHLIGHT LINE RESTAURO-LINHA COL 33
                           DISPLAY SEG-AUTORES-LIDOS
                           HIGHLIGHT LINE RESTAURO-LINHA COL 43
                           IF RESTAURO-AUTORES-ESCRITOS NOT =
                           SEG-AUTORES-LIDOS THEN
                               DISPLAY "DIVERGENCIA!"
                               FOREGROUND-COLOR 4 HIGHLIGHT
                               LINE RESTAURO-LINHA COL 50
                           END-IF
                           ADD 1 TO RESTAURO-LINHA
                           MOVE "AUTOR" TO HIST-FICHEIRO
                           MOVE 0 TO HIST-COD
                           MOVE "RESTAURO" TO HIST-OPERACAO
                           MOVE SPACES TO HIST-CAMPO-ANTIGO
                           MOVE SPACES TO HIST-CAMPO-NOVO
                           PERFORM HISTORICO-REGISTAR
                       END-IF
                       IF RESTAURO-OPCAO = 5
                       OR RESTAURO-OPCAO = 8 THEN
                           PERFORM RESTAURO-SEG-ALUGUERES
                           DISPLAY "ALUGUERES: RESTAURADOS"
                           HIGHLIGHT LINE RESTAURO-LINHA COL 3
                           DISPLAY RESTAURO-ALUGUERES-ESCRITOS
                           HIGHLIGHT LINE RESTAURO-LINHA COL 26
                           DISPLAY "ESPERADOS"
                           HIGHLIGHT LINE RESTAURO-LINHA COL 33
                           DISPLAY SEG-ALUGUERES-LIDOS
                           HIGHLIGHT LINE RESTAURO-LINHA COL 43
                           IF RESTAURO-ALUGUERES-ESCRITOS NOT =
                           SEG-ALUGUERES-LIDOS THEN
                               DISPLAY "DIVERGENCIA!"
                               FOREGROUND-COLOR 4 HIGHLIGHT
                               LINE RESTAURO-LINHA COL 50
                           END-IF
                           ADD 1 TO RESTAURO-LINHA
                           MOVE "ALUGUER" TO HIST-FICHEIRO
                           MOVE 0 TO HIST-COD
                           MOVE "RESTAURO" TO HIST-OPERACAO
                           MOVE SPACES TO HIST-CAMPO-ANTIGO
                           MOVE SPACES TO HIST-CAMPO-NOVO
                           PERFORM HISTORICO-REGISTAR
                       END-IF
                       IF RESTAURO-OPCAO = 6
                       OR RESTAURO-OPCAO = 8 THEN
                           PERFORM RESTAURO-SEG-LIVAUT
                           DISPLAY "AUT.LIVRO: RESTAURADOS"
                           HIGHLIGHT LINE RESTAURO-LINHA COL 3
                           DISPLAY RESTAURO-LIVAUT-ESCRITOS
                           HIGHLIGHT LINE RESTAURO-LINHA COL 26
                           DISPLAY "ESPERADOS"
                           HIGHLIGHT LINE RESTAURO-LINHA COL 33
                           DISPLAY SEG-LIVAUT-LIDOS
                           HIGHLIGHT LINE RESTAURO-LINHA COL 43
                           IF RESTAURO-LIVAUT-ESCRITOS NOT =
                           SEG-LIVAUT-LIDOS THEN
                               DISPLAY "DIVERGENCIA!"
                               FOREGROUND-COLOR 4 HIGHLIGHT
                               LINE RESTAURO-LINHA COL 50
                           END-IF
                           ADD 1 TO RESTAURO-LINHA
                           MOVE "LIVAUT" TO HIST-FICHEIRO
                           MOVE 0 TO HIST-COD
                           MOVE "RESTAURO" TO HIST-OPERACAO
                           MOVE SPACES TO HIST-CAMPO-ANTIGO
                           MOVE SPACES TO HIST-CAMPO-NOVO
                           PERFORM HISTORICO-REGISTAR
                       END-IF
                       IF RESTAURO-OPCAO = 7
                       OR RESTAURO-OPCAO = 8 THEN
                           PERFORM RESTAURO-SEG-OPERADORES
                           DISPLAY "OPERADOR.: RESTAURADOS"
                           HIGHLIGHT LINE RESTAURO-LINHA COL 3
                           DISPLAY RESTAURO-OPERADORES-ESCRITOS
                           HIGHLIGHT LINE RESTAURO-LINHA COL 26
                           DISPLAY "ESPERADOS"
                           HIGHLIGHT LINE RESTAURO-LINHA COL 33
                           DISPLAY SEG-OPERADORES-LIDOS
                           HIGHLIGHT LINE RESTAURO-LINHA COL 43
                           IF RESTAURO-OPERADORES-ESCRITOS NOT =
                           SEG-OPERADORES-LIDOS THEN
                               DISPLAY "DIVERGENCIA!"
                               FOREGROUND-COLOR 4 HIGHLIGHT
                               LINE RESTAURO-LINHA COL 50
                           END-IF
                           ADD 1 TO RESTAURO-LINHA
                           MOVE "OPERADOR" TO HIST-FICHEIRO
                           MOVE 0 TO HIST-COD
                           MOVE "RESTAURO" TO HIST-OPERACAO
                           MOVE SPACES TO HIST-CAMPO-ANTIGO
                           MOVE SPACES TO HIST-CAMPO-NOVO
                           PERFORM HISTORICO-REGISTAR
                       END-IF
                       DISPLAY "RESTAURO CONCLUIDO!"
                       FOREGROUND-COLOR 2 HIGHLIGHT
                       LINE RESTAURO-LINHA COL 3
                   ELSE
                       DISPLAY "RESTAURO CANCELADO!"
                       FOREGROUND-COLOR 3 HIGHLIGHT AT 1523
                   END-IF
               END-IF
           END-IF.

           DISPLAY "ENTER - CONTINUAR"
           HIGHLIGHT AT 2403.
           ACCEPT OMITTED AT 2421.
           MOVE "N" TO REPETIR-MENU.

       FECHO-DE-ANO.
           PERFORM SESSOES-OUTRAS-CONTAR.
           IF SESSOES-OUTRAS > 0 THEN
               MOVE "FECHO DE ANO" TO SESSOES-TITULO
               PERFORM SESSOES-RECUSAR
           ELSE
               PERFORM FECHO-DE-ANO-EXECUTAR
           END-IF.

       FECHO-DE-ANO-EXECUTAR.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "FECHO DE ANO" FOREGROUND-COLOR 5
           HIGHLIGHT AT 0217.

           DISPLAY "ARQUIVAR DEVOLVIDOS ATE AO ANO:" AT 0403 HIGHLIGHT.
           DISPLAY "DEIXAR EM BRANCO PARA RETROCEDER."
           AT 0803 HIGHLIGHT.
           ACCEPT ANO-CORTE AUTO HIGHLIGHT AT 0435.
           DISPLAY "                                " AT 0803.

           IF ANO-CORTE = SPACES THEN
               DISPLAY " " AT 0435 HIGHLIGHT
           ELSE
               IF ANO-CORTE < 1968 OR ANO-CORTE >= ANO-SIST THEN
                   DISPLAY "ANO INVALIDO!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0442
               ELSE
                   COMPUTE DATA-CORTE-AAAAMMDD =
                       (ANO-CORTE + 1) * 10000

                   PERFORM FECHO-CONTROLO-VERIFICAR
                   IF FECHO-SEGURANCA-OK = "S" THEN
                       DISPLAY "SEGURANCA JA EFETUADA - A SALTAR"
                       FOREGROUND-COLOR 3 HIGHLIGHT AT 0603
                       MOVE "S" TO SEG-VERIFICADA
                   ELSE
                       DISPLAY "A ESCREVER SEGURANCA..."
                       AT 0603 HIGHLIGHT
                       PERFORM FECHO-SEGURANCA-ESCREVER
                       PERFORM FECHO-SEGURANCA-VERIFICAR
                       IF SEG-VERIFICADA = "S" THEN
                           DISPLAY "SEGURANCA VERIFICADA COM SUCESSO!"
                           FOREGROUND-COLOR 2 HIGHLIGHT AT 0803
                           MOVE "SEGURANCA" TO FECHO-SECCAO
                           PERFORM FECHO-CONTROLO-MARCAR
                       ELSE
                           DISPLAY "ERRO NA VERIFICACAO DA SEGURANCA!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 0803
                       END-IF
                   END-IF

                   IF SEG-VERIFICADA = "S" THEN
                       DISPLAY "A ARQUIVAR ALUGUERES..."
                       AT 1003 HIGHLIGHT
                       PERFORM FECHO-PURGAR
                       MOVE "PURGA" TO FECHO-SECCAO
                       PERFORM FECHO-CONTROLO-MARCAR
                       OPEN OUTPUT FIC-FECHO-CONTROLO
                       CLOSE FIC-FECHO-CONTROLO
                       DISPLAY "ALUGUERES ARQUIVADOS:"
                       AT 1203 HIGHLIGHT
                       DISPLAY ALUGUERES-ARQUIVADOS
                       HIGHLIGHT AT 1225
                       DISPLAY "FECHO DE ANO CONCLUIDO COM SUCESSO!"
                       FOREGROUND-COLOR 2 HIGHLIGHT AT 1403
                   END-IF
               END-IF
           END-IF.

           DISPLAY "ENTER - CONTINUAR"
           HIGHLIGHT AT 1803.
           ACCEPT OMITTED AT 1821.
           MOVE "N" TO REPETIR-MENU.

       CLIENTES-NOVO.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "NOVO CLIENTE" FOREGROUND-COLOR 5 HIGHLIGHT AT 0217.
           DISPLAY "PREENCHA O FORMULARIO:" HIGHLIGHT AT 0403.

           DISPLAY "CODIGO CLIENTE:"
           AT 0603 HIGHLIGHT.

           DISPLAY "DEIXAR EM BRANCO PARA RETROCEDER."
           AT 0803 HIGHLIGHT.

           MOVE "CLIENTES" TO CONTADOR-FICHEIRO.
           PERFORM CONTADOR-PROPOR.
           IF CODIGO-PROPOSTO = 0 THEN
               PERFORM CONTADOR-INDISPONIVEL
           ELSE
               PERFORM CLIENTES-NOVO-GRAVAR
           END-IF.

           DISPLAY "ENTER - CONTINUAR"
           HIGHLIGHT AT 1803.
           ACCEPT OMITTED AT 1821.
           MOVE "N" TO REPETIR-MENU.

       CLIENTES-NOVO-GRAVAR.
           DISPLAY "PROPOSTO (0=USAR):" AT 0440 HIGHLIGHT.
           DISPLAY CODIGO-PROPOSTO HIGHLIGHT AT 0459.
           ACCEPT CLIENTE-COD AUTO HIGHLIGHT AT 0618.
           IF CLIENTE-COD NOT = SPACES AND CLIENTE-COD = 0 THEN
               MOVE CODIGO-PROPOSTO TO CLIENTE-COD
           END-IF.
           DISPLAY CLIENTE-COD HIGHLIGHT AT 0618.
           DISPLAY "                                " AT 0803.

           READ FIC-CLIENTES
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.

           IF (EXISTE = "S") THEN
               DISPLAY "CLIENTE JA EXISTE!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0628
           ELSE
               IF CLIENTE-COD = SPACES THEN
                   DISPLAY " " HIGHLIGHT AT 0618
               ELSE
                   DISPLAY "PREENCHA O FORMULARIO:"
                   AT 0403 HIGHLIGHT
                   DISPLAY "  NIF:" AT 0803 HIGHLIGHT
                   DISPLAY " NOME:" AT 1003 HIGHLIGHT
                   DISPLAY " DATA:" AT 1203 HIGHLIGHT
                   DISPLAY "EMAIL:" AT 1403 HIGHLIGHT
                   DISPLAY CLIENTE-COD HIGHLIGHT AT 0618

                   PERFORM WITH TEST AFTER UNTIL
                   EXISTE = "N" AND NIF >= 100000000
                       ACCEPT NIF AUTO HIGHLIGHT AT 0809
                       READ FIC-CLIENTES KEY NIF
                           INVALID KEY
                               MOVE "N" TO EXISTE
                           NOT INVALID KEY
                               MOVE "S" TO EXISTE
                       END-READ
                       IF EXISTE = "S" THEN
                           DISPLAY "NIF JA EXISTE!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 0820
                       END-IF
                       IF NIF NOT >= 100000000 THEN
                           DISPLAY "NIF INCORRETO!  "
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 0820
                       END-IF
                   END-PERFORM
                   DISPLAY "               " AT 0820

                   PERFORM WITH TEST AFTER UNTIL
                   NOME > SPACES
                       ACCEPT NOME HIGHLIGHT AT 1009
                       IF NOME = SPACES THEN
                           DISPLAY "NOME INCORRETO!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1020
                       ELSE
                           DISPLAY "               " AT 1020
                       END-IF
                   END-PERFORM
                   DISPLAY "/" AT 1211 HIGHLIGHT
                   DISPLAY "/" AT 1214 HIGHLIGHT
                   PERFORM WITH TEST AFTER UNTIL
                   (DIA-ADMIT >= 0 AND DIA-ADMIT <= DIAS-MES)
                       ACCEPT DIA-ADMIT AUTO AT 1209 HIGHLIGHT
                       IF DIA-ADMIT = 0 THEN
                          MOVE DIA-SIST TO DIA-ADMIT
                       END-IF
                       IF NOT (DIA-ADMIT >= 0 AND
                       DIA-ADMIT <= DIAS-MES) THEN
                           DISPLAY "DIA INCORRETO!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1225
                       END-IF
                       IF ANO-ADMIT = ANO-SIST THEN
                           IF MES-ADMIT = MES-SIST THEN
                               IF DIA-ADMIT > DIA-SIST THEN
                                   DISPLAY "DIA INCORRETO!"
                                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1225
                                   MOVE 32 TO DIA-ADMIT
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   PERFORM WITH TEST AFTER UNTIL
                   (MES-ADMIT >= 0 AND <= 12)
                       ACCEPT MES-ADMIT AUTO AT 1212 HIGHLIGHT
                       IF NOT (MES-ADMIT >= 0 AND <= 12) THEN
                           DISPLAY "MES INCORRETO!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1225
                       END-IF
                       IF ANO-ADMIT = ANO-SIST THEN
                           IF MES-ADMIT > MES-SIST THEN
                               DISPLAY "MES INCORRETO!"
                               FOREGROUND-COLOR 4 HIGHLIGHT AT 1225
                               MOVE 13 TO MES-ADMIT
                           END-IF
                       END-IF
                   END-PERFORM

                   IF MES-ADMIT = 0 THEN
                       MOVE MES-SIST TO MES-ADMIT
                   END-IF
                   PERFORM WITH TEST AFTER UNTIL (ANO-ADMIT = 0) OR
                  (ANO-ADMIT >= 1968 AND ANO-ADMIT <= ANO-SIST)
                       ACCEPT ANO-ADMIT AUTO AT 1215 HIGHLIGHT
                       IF NOT (ANO-ADMIT >= 1968 AND
                       ANO-ADMIT <= ANO-SIST)
                           DISPLAY "ANO INCORRETO!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1225
                       END-IF
                   END-PERFORM

                   IF ANO-ADMIT = 0 THEN
                       MOVE ANO-SIST TO ANO-ADMIT
                   END-IF
                   DISPLAY DIA-ADMIT AT 1209 HIGHLIGHT
                   DISPLAY MES-ADMIT AT 1212 HIGHLIGHT
                   DISPLAY ANO-ADMIT AT 1215 HIGHLIGHT
                   DIVIDE ANO-ADMIT BY 5 GIVING TEMP
                   REMAINDER ANO-BISSEXTO
                   EVALUATE MES-ADMIT
                       WHEN 1
                       WHEN 3
                       WHEN 5
                       WHEN 7
                       WHEN 8
                       WHEN 10
                       WHEN 12
                           MOVE 31 TO DIAS-MES
                       WHEN 4
                       WHEN 6
                       WHEN 9
                       WHEN 11
                           MOVE 30 TO DIAS-MES
                       WHEN 2
                           IF ANO-BISSEXTO = 0 THEN
                               MOVE 29 TO DIAS-MES
                           ELSE
                               MOVE 28 TO DIAS-MES
                   END-EVALUATE

                   ACCEPT EMAIL AT 1409 HIGHLIGHT

                   MOVE 0 TO CLIENTE-RESPONSAVEL-COD
                   PERFORM CLIENTES-RESPONSAVEL-ACEITAR

                   MOVE 0 TO CLIENTE-CATEGORIA-COD
                   PERFORM CLIENTES-CATEGORIA-ACEITAR

                   MOVE DIA-ADMIT TO DIA-QUOTA
                   MOVE MES-ADMIT TO MES-QUOTA
                   COMPUTE ANO-QUOTA = ANO-ADMIT + 1

                   WRITE REGISTO-CLIENTES
                       INVALID KEY
                           DISPLAY "ERRO AO CRIAR CLIENTE!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1703
                       NOT INVALID KEY
                           DISPLAY "CLIENTE CRIADO COM SUCESSO!"
                           FOREGROUND-COLOR 2 HIGHLIGHT AT 1703
                           MOVE "CLIENTE" TO HIST-FICHEIRO
                           MOVE CLIENTE-COD TO HIST-COD
                           MOVE "CRIACAO" TO HIST-OPERACAO
                           MOVE SPACES TO HIST-CAMPO-ANTIGO
                           MOVE NOME TO HIST-CAMPO-NOVO
                           PERFORM HISTORICO-REGISTAR
                           MOVE CLIENTE-COD TO CODIGO-USADO
                           PERFORM CONTADOR-ATUALIZAR
                   END-WRITE
               END-IF
           END-IF.

       CLIENTES-ALTERAR.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "ALTERAR CLIENTE"
           FOREGROUND-COLOR 5 HIGHLIGHT AT 0217.
           DISPLAY "INSIRA CODIGO DE CLIENTE:" AT 0403
           HIGHLIGHT.

           DISPLAY "CODIGO DE CLIENTE:"
           AT 0603 HIGHLIGHT.

           DISPLAY "DEIXAR EM BRANCO PARA RETROCEDER."
           AT 0803 HIGHLIGHT.

           ACCEPT CLIENTE-COD AUTO HIGHLIGHT AT 0621.
           DISPLAY CLIENTE-COD HIGHLIGHT AT 0621.
           DISPLAY "                                " AT 0803.

           PERFORM CLIENTE-LER-BLOQUEAR.
           UNLOCK FIC-CLIENTES.
           MOVE REGISTO-CLIENTES TO CLIENTE-IMAGEM-LIDA.

           IF (EXISTE = "N") THEN
               IF CLIENTE-COD = SPACES THEN
                   DISPLAY " " HIGHLIGHT AT 0621
               ELSE
                   IF BLOQUEIO-DESISTIU = "S" THEN
                       DISPLAY "REGISTO EM USO NOUTRO POSTO!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0621
                   ELSE
                       DISPLAY "CLIENTE NAO EXISTE!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0621
                   END-IF
               END-IF
           ELSE
               MOVE NOME TO NOME-ANTIGO-SAVE
               IF CLIENTE-CATEGORIA-COD NUMERIC THEN
                   MOVE CLIENTE-CATEGORIA-COD TO CATEGORIA-ANTIGA-SAVE
               ELSE
                   MOVE 0 TO CATEGORIA-ANTIGA-SAVE
               END-IF
               IF CLIENTE-RESPONSAVEL-COD NUMERIC THEN
                   MOVE CLIENTE-RESPONSAVEL-COD
                   TO RESPONSAVEL-ANTIGO-SAVE
               ELSE
                   MOVE 0 TO RESPONSAVEL-ANTIGO-SAVE
               END-IF
               DISPLAY "PREENCHA O FORMULARIO:     " AT 0403 HIGHLIGHT
               DISPLAY " NIF:" AT 0803 HIGHLIGHT
               DISPLAY "NOME:" AT 1003 HIGHLIGHT
               DISPLAY "DATA:" AT 1203 HIGHLIGHT
               DISPLAY "MAIL:" AT 1403 HIGHLIGHT
               DISPLAY CLIENTE-COD AT 0622

               PERFORM WITH TEST AFTER UNTIL
               EXISTE = "N" AND NIF >= 100000000
                   ACCEPT NIF AUTO HIGHLIGHT AT 0809
                   READ FIC-CLIENTES KEY NIF
                       INVALID KEY
                           MOVE "N" TO EXISTE
                       NOT INVALID KEY
                           MOVE "S" TO EXISTE
                   END-READ
                   IF EXISTE = "S" THEN
                       DISPLAY "NIF JA EXISTE!"
                       FOREGROUND-COLOR 3 HIGHLIGHT AT 0820
                   END-IF
                   IF NIF NOT >= 100000000 THEN
                       DISPLAY "NIF INCORRETO!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0820
                   END-IF
               END-PERFORM
               DISPLAY "               " AT 0820

               PERFORM WITH TEST AFTER UNTIL
               NOME > SPACES
                   ACCEPT NOME HIGHLIGHT AT 1009
                   IF NOME = SPACES THEN
                       DISPLAY "NOME INCORRETO! "
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1020
                   ELSE
                       DISPLAY "               " AT 1020
                   END-IF
               END-PERFORM
               DISPLAY "/" AT 1211 HIGHLIGHT
                   DISPLAY "/" AT 1214 HIGHLIGHT
                   PERFORM WITH TEST AFTER UNTIL
                   (DIA-ADMIT >= 0 AND DIA-ADMIT <= DIAS-MES)
                       ACCEPT DIA-ADMIT AUTO AT 1209 HIGHLIGHT
                       IF DIA-ADMIT = 0 THEN
                          MOVE DIA-SIST TO DIA-ADMIT
                       END-IF
                       IF NOT (DIA-ADMIT >= 0 AND
                       DIA-ADMIT <= DIAS-MES) THEN
                           DISPLAY "DIA INCORRETO!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1225
                       END-IF
                       IF ANO-ADMIT = ANO-SIST THEN
                           IF MES-ADMIT = MES-SIST THEN
                               IF DIA-ADMIT > DIA-SIST THEN
                                   DISPLAY "DIA INCORRETO!"
                                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1225
                                   MOVE 32 TO DIA-ADMIT
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   PERFORM WITH TEST AFTER UNTIL
                   (MES-ADMIT >= 0 AND <= 12)
                       ACCEPT MES-ADMIT AUTO AT 1212 HIGHLIGHT
                       IF NOT (MES-ADMIT >= 0 AND <= 12) THEN
                           DISPLAY "MES INCORRETO!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1225
                       END-IF
                       IF ANO-ADMIT = ANO-SIST THEN
                           IF MES-ADMIT > MES-SIST THEN
                               DISPLAY "MES INCORRETO!"
                               FOREGROUND-COLOR 4 HIGHLIGHT AT 1225
                               MOVE 13 TO MES-ADMIT
                           END-IF
                       END-IF
                   END-PERFORM

                   IF MES-ADMIT = 0 THEN
                       MOVE MES-SIST TO MES-ADMIT
                   END-IF
                   PERFORM WITH TEST AFTER UNTIL (ANO-ADMIT = 0) OR
                  (ANO-ADMIT >= 1968 AND ANO-ADMIT <= ANO-SIST)
                       ACCEPT ANO-ADMIT AUTO AT 1215 HIGHLIGHT
                       IF NOT (ANO-ADMIT >= 1968 AND
                       ANO-ADMIT <= ANO-SIST)
                           DISPLAY "ANO INCORRETO!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1225
                       END-IF
                   END-PERFORM

                   IF ANO-ADMIT = 0 THEN
                       MOVE ANO-SIST TO ANO-ADMIT
                   END-IF
                   DISPLAY DIA-ADMIT AT 1209 HIGHLIGHT
                   DISPLAY MES-ADMIT AT 1212 HIGHLIGHT
                   DISPLAY ANO-ADMIT AT 1215 HIGHLIGHT
                   DIVIDE ANO-ADMIT BY 5 GIVING TEMP
                   REMAINDER ANO-BISSEXTO
                   EVALUATE MES-ADMIT
                       WHEN 1
                       WHEN 3
                       WHEN 5
                       WHEN 7
                       WHEN 8
                       WHEN 10
                       WHEN 12
                           MOVE 31 TO DIAS-MES
                       WHEN 4
                       WHEN 6
                       WHEN 9
                       WHEN 11
                           MOVE 30 TO DIAS-MES
                       WHEN 2
                           IF ANO-BISSEXTO = 0 THEN
                               MOVE 29 TO DIAS-MES
                           ELSE
                               MOVE 28 TO DIAS-MES
                   END-EVALUATE

               ACCEPT EMAIL AT 1410 HIGHLIGHT

               MOVE RESPONSAVEL-ANTIGO-SAVE TO CLIENTE-RESPONSAVEL-COD
               PERFORM CLIENTES-RESPONSAVEL-ACEITAR
               MOVE CLIENTE-RESPONSAVEL-COD TO RESPONSAVEL-NOVO-SAVE

               MOVE CATEGORIA-ANTIGA-SAVE TO CLIENTE-CATEGORIA-COD
               PERFORM CLIENTES-CATEGORIA-ACEITAR
               MOVE CLIENTE-CATEGORIA-COD TO CATEGORIA-NOVA-SAVE

               PERFORM CLIENTE-BLOQUEAR
               IF BLOQUEIO-CONFLITO = "S" THEN
                   DISPLAY BLOQUEIO-MENSAGEM
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1703
               ELSE
                   REWRITE REGISTO-CLIENTES
                       INVALID KEY
                           DISPLAY "ERRO AO ALTERAR CLIENTE!"
                               FOREGROUND-COLOR 4 HIGHLIGHT AT 1703
                           NOT INVALID KEY
                               DISPLAY "CLIENTE ALTERADO COM SUCESSO!"
                               FOREGROUND-COLOR 2 HIGHLIGHT AT 1703
                               MOVE "CLIENTE" TO HIST-FICHEIRO
                               MOVE CLIENTE-COD TO HIST-COD
                               MOVE "ALTERACAO" TO HIST-OPERACAO
                               MOVE NOME-ANTIGO-SAVE
                               TO HIST-CAMPO-ANTIGO
                               MOVE NOME TO HIST-CAMPO-NOVO
                               PERFORM HISTORICO-REGISTAR
                               IF CATEGORIA-NOVA-SAVE NOT =
                               CATEGORIA-ANTIGA-SAVE THEN
                                   MOVE "CATEGORIA" TO HIST-OPERACAO
                                   MOVE CATEGORIA-ANTIGA-SAVE
                                   TO HIST-CAMPO-ANTIGO
                                   MOVE CATEGORIA-NOVA-SAVE
                                   TO HIST-CAMPO-NOVO
                                   PERFORM HISTORICO-REGISTAR
                               END-IF
                               IF RESPONSAVEL-NOVO-SAVE NOT =
                               RESPONSAVEL-ANTIGO-SAVE THEN
                                   MOVE "RESPONSAVEL" TO HIST-OPERACAO
                                   MOVE RESPONSAVEL-ANTIGO-SAVE
                                   TO HIST-CAMPO-ANTIGO
                                   MOVE RESPONSAVEL-NOVO-SAVE
                                   TO HIST-CAMPO-NOVO
                                   PERFORM HISTORICO-REGISTAR
                               END-IF
                   END-REWRITE
               END-IF
               UNLOCK FIC-CLIENTES
           END-IF.

           DISPLAY "ENTER - CONTINUAR"
           HIGHLIGHT AT 1803.
           ACCEPT OMITTED AT 1821.
           MOVE "N" TO REPETIR-MENU.

       CLIENTES-CATEGORIA-ACEITAR.
           DISPLAY "CATEG:" AT 1603 HIGHLIGHT.
           DISPLAY "0 = SEM CATEGORIA." AT 1650 HIGHLIGHT.
           PERFORM WITH TEST AFTER UNTIL EXISTE = "S"
               ACCEPT CLIENTE-CATEGORIA-COD AUTO HIGHLIGHT AT 1610
               DISPLAY "                              " AT 1618
               IF CLIENTE-CATEGORIA-COD NOT NUMERIC
               OR CLIENTE-CATEGORIA-COD = 0 THEN
                   MOVE 0 TO CLIENTE-CATEGORIA-COD
                   MOVE "S" TO EXISTE
                   DISPLAY "SEM CATEGORIA" HIGHLIGHT AT 1618
               ELSE
                   MOVE CLIENTE-CATEGORIA-COD TO CATEGORIA-COD
                   READ FIC-CATEGORIAS KEY CATEGORIA-COD
                       INVALID KEY
                           MOVE "N" TO EXISTE
                           DISPLAY "CATEGORIA NAO EXISTE!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1618
                       NOT INVALID KEY
                           MOVE "S" TO EXISTE
                           DISPLAY CATEGORIA-NOME HIGHLIGHT AT 1618
                   END-READ
               END-IF
           END-PERFORM.

       CLIENTES-RESPONSAVEL-ACEITAR.
           DISPLAY "RESP.:" AT 1503 HIGHLIGHT.
           DISPLAY "0 = SEM RESPONSAVEL." AT 1550 HIGHLIGHT.
           PERFORM WITH TEST AFTER UNTIL EXISTE = "S"
               ACCEPT CLIENTE-RESPONSAVEL-COD AUTO HIGHLIGHT AT 1510
               DISPLAY "                               " AT 1518
               IF CLIENTE-RESPONSAVEL-COD NOT NUMERIC
               OR CLIENTE-RESPONSAVEL-COD = 0 THEN
                   MOVE 0 TO CLIENTE-RESPONSAVEL-COD
                   MOVE "S" TO EXISTE
                   DISPLAY "SEM RESPONSAVEL" HIGHLIGHT AT 1518
               ELSE
                   PERFORM CLIENTES-RESPONSAVEL-VALIDAR
               END-IF
           END-PERFORM.

       CLIENTES-RESPONSAVEL-VALIDAR.
           MOVE "N" TO EXISTE.
           IF CLIENTE-RESPONSAVEL-COD = CLIENTE-COD THEN
               DISPLAY "NAO PODE SER O PROPRIO!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1518
           ELSE
               MOVE CLIENTE-COD TO FAMILIA-RESPONSAVEL-COD
               PERFORM FAMILIA-DEPENDENTES-CARREGAR
               IF TOTAL-FAMILIA-DEPENDENTES > 0 THEN
                   DISPLAY "CLIENTE TEM DEPENDENTES!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1518
               ELSE
                   MOVE REGISTO-CLIENTES TO FAMILIA-REGISTO-SAVE
                   MOVE CLIENTE-RESPONSAVEL-COD TO CLIENTE-COD
                   READ FIC-CLIENTES KEY CLIENTE-COD
                       INVALID KEY
                           DISPLAY "RESPONSAVEL NAO EXISTE!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1518
                       NOT INVALID KEY
                           IF CLIENTE-RESPONSAVEL-COD NUMERIC
                           AND CLIENTE-RESPONSAVEL-COD > 0 THEN
                               DISPLAY "RESPONSAVEL E DEPENDENTE!"
                               FOREGROUND-COLOR 4 HIGHLIGHT AT 1518
                           ELSE
                               MOVE "S" TO EXISTE
                               DISPLAY NOME HIGHLIGHT AT 1518
                           END-IF
                   END-READ
                   MOVE FAMILIA-REGISTO-SAVE TO REGISTO-CLIENTES
               END-IF
           END-IF.

       FAMILIA-DEPENDENTES-CARREGAR.
           MOVE REGISTO-CLIENTES TO FAMILIA-REGISTO-SAVE.
           MOVE 0 TO TOTAL-FAMILIA-DEPENDENTES.
           MOVE "N" TO FAMILIA-FIM.
           IF FAMILIA-RESPONSAVEL-COD > 0 THEN
               MOVE FAMILIA-RESPONSAVEL-COD TO CLIENTE-RESPONSAVEL-COD
               START FIC-CLIENTES KEY = CLIENTE-RESPONSAVEL-COD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM UNTIL FS = "10" OR FAMILIA-FIM = "S"
                           READ FIC-CLIENTES NEXT RECORD
                               NOT AT END
                                   IF CLIENTE-RESPONSAVEL-COD NUMERIC
                                   AND CLIENTE-RESPONSAVEL-COD =
                                   FAMILIA-RESPONSAVEL-COD THEN
                                       IF TOTAL-FAMILIA-DEPENDENTES
                                       < 50 THEN
                                           ADD 1 TO
                                           TOTAL-FAMILIA-DEPENDENTES
                                           MOVE CLIENTE-COD TO
                                           FAMILIA-DEP-COD
                                           (TOTAL-FAMILIA-DEPENDENTES)
                                           MOVE NOME TO
                                           FAMILIA-DEP-NOME
                                           (TOTAL-FAMILIA-DEPENDENTES)
                                       END-IF
                                   ELSE
                                       MOVE "S" TO FAMILIA-FIM
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           END-IF.
           MOVE FAMILIA-REGISTO-SAVE TO REGISTO-CLIENTES.

       FAMILIA-EMAIL-OBTER.
           MOVE EMAIL TO AVISO-EMAIL.
           IF CLIENTE-RESPONSAVEL-COD NUMERIC
           AND CLIENTE-RESPONSAVEL-COD > 0 THEN
               MOVE REGISTO-CLIENTES TO FAMILIA-REGISTO-SAVE
               MOVE CLIENTE-RESPONSAVEL-COD TO CLIENTE-COD
               READ FIC-CLIENTES KEY CLIENTE-COD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMAIL NOT = SPACES THEN
                           MOVE EMAIL TO AVISO-EMAIL
                       END-IF
               END-READ
               MOVE FAMILIA-REGISTO-SAVE TO REGISTO-CLIENTES
           END-IF.

       MENU-RGPD.
           PERFORM UNTIL SAIR = "S"
               DISPLAY CLS
               PERFORM BASE
               DISPLAY "MENU RGPD" FOREGROUND-COLOR 5
               HIGHLIGHT AT 0217
               DISPLAY "PROTECAO DE DADOS  "
               FOREGROUND-COLOR 5 HIGHLIGHT AT 0545
               DISPLAY "*******************"
               FOREGROUND-COLOR 5 HIGHLIGHT AT 0645
               DISPLAY "1    ACESSO TITULAR" HIGHLIGHT AT 0745
               DISPLAY "2        ANONIMIZAR" HIGHLIGHT AT 0845
               DISPLAY "0            VOLTAR" HIGHLIGHT AT 0945
               DISPLAY "[ ] INSIRA UMA OPCAO" HIGHLIGHT AT 1144
               MOVE "S" TO REPETIR-MENU
               PERFORM UNTIL REPETIR-MENU = "N"
                   ACCEPT ESCOLHA AT 1145 AUTO
                   EVALUATE ESCOLHA
                       WHEN 1 PERFORM RGPD-ACESSO
                       WHEN 2
                           PERFORM SUPERVISOR-VERIFICAR
                           IF ACESSO-SUPERVISOR = "S" THEN
                               PERFORM RGPD-ANONIMIZAR
                           END-IF
                       WHEN 0
                           MOVE "S" TO SAIR
                           MOVE "N" TO REPETIR-MENU
                       WHEN OTHER
                           DISPLAY "OPCAO INCORRETA!" AT 1545
                           FOREGROUND-COLOR 4 HIGHLIGHT
                           MOVE "S" TO REPETIR-MENU
                   END-EVALUATE
               END-PERFORM
           END-PERFORM.
           MOVE "N" TO SAIR.
           MOVE "N" TO REPETIR-MENU.

       RGPD-ACESSO.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "ACESSO DO TITULAR AOS DADOS" FOREGROUND-COLOR 5
           HIGHLIGHT AT 0217.

           DISPLAY "CODIGO CLIENTE:" AT 0403 HIGHLIGHT.
           ACCEPT CLIENTE-COD AUTO HIGHLIGHT AT 0420.
           DISPLAY CLIENTE-COD HIGHLIGHT AT 0420.

           READ FIC-CLIENTES
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.

           IF EXISTE = "N" THEN
               DISPLAY "CLIENTE NAO EXISTE!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0428
               DISPLAY "ENTER - CONTINUAR"
               HIGHLIGHT AT 1803
               ACCEPT OMITTED AT 1821
           ELSE
               MOVE CLIENTE-COD TO RGPD-CLIENTE-COD
               MOVE 0 TO TOTAL-RGPD-CODIGOS
               MOVE "ACESSO DO TITULAR AOS DADOS" TO RELATORIO-TITULO
               MOVE SPACES TO RELATORIO-COLUNAS
               STRING
               "DADOS PESSOAIS E REGISTOS DO CLIENTE " DELIMITED BY SIZE
               RGPD-CLIENTE-COD DELIMITED BY SIZE
               INTO RELATORIO-COLUNAS
               END-STRING
               PERFORM RELATORIO-INICIAR

               PERFORM RGPD-ACESSO-IDENTIFICACAO
               PERFORM RGPD-ACESSO-ALUGUERES
               PERFORM RGPD-ACESSO-ARQUIVO
               PERFORM RGPD-ACESSO-PAGAMENTOS
               PERFORM RGPD-ACESSO-RESERVAS
               PERFORM RGPD-ACESSO-HISTORICO

               PERFORM RELATORIO-TERMINAR
           END-IF.
           MOVE "N" TO REPETIR-MENU.

       RGPD-COLUNAS-ESCREVER.
           IF RELATORIO-LINHAS >= 60 THEN
               PERFORM RELATORIO-CABECALHO
           END-IF.
           MOVE RELATORIO-DETALHE TO LINHA-RELATORIO.
           WRITE REGISTO-RELATORIO.
           ADD 1 TO RELATORIO-LINHAS.

       RGPD-SECCAO-TERMINAR.
           IF RGPD-SECCAO-REGISTOS = 0 THEN
               MOVE "SEM REGISTOS" TO RELATORIO-DETALHE
               PERFORM RELATORIO-LINHA-ESCREVER
           END-IF.

       RGPD-ACESSO-IDENTIFICACAO.
           MOVE "IDENTIFICACAO" TO RELATORIO-DETALHE.
           PERFORM RELATORIO-SUBTITULO-ESCREVER.
           MOVE
           "CODIGO  NIF         NOME                          " &
           "  DATA ADMIS. EMAIL                           QUOT" &
           "A ATE   CATEG"
           TO RELATORIO-DETALHE.
           PERFORM RGPD-COLUNAS-ESCREVER.
           PERFORM CLIENTES-RELATORIO-UM.

           IF CLIENTE-CATEGORIA-COD NUMERIC
           AND CLIENTE-CATEGORIA-COD > 0 THEN
               MOVE CLIENTE-CATEGORIA-COD TO CATEGORIA-COD
               READ FIC-CATEGORIAS
                   INVALID KEY
                       MOVE SPACES TO CATEGORIA-NOME
               END-READ
               MOVE SPACES TO RELATORIO-DETALHE
               STRING
               "CATEGORIA: " DELIMITED BY SIZE
               CLIENTE-CATEGORIA-COD DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(CATEGORIA-NOME) DELIMITED BY SIZE
               INTO RELATORIO-DETALHE
               END-STRING
               PERFORM RELATORIO-LINHA-ESCREVER
           END-IF.

           IF CLIENTE-RESPONSAVEL-COD NUMERIC
           AND CLIENTE-RESPONSAVEL-COD > 0 THEN
               MOVE SPACES TO RELATORIO-DETALHE
               STRING
               "DEPENDENTE DO CLIENTE RESPONSAVEL: "
               DELIMITED BY SIZE
               CLIENTE-RESPONSAVEL-COD DELIMITED BY SIZE
               INTO RELATORIO-DETALHE
               END-STRING
               PERFORM RELATORIO-LINHA-ESCREVER
           END-IF.

           MOVE RGPD-CLIENTE-COD TO FAMILIA-RESPONSAVEL-COD.
           PERFORM FAMILIA-DEPENDENTES-CARREGAR.
           MOVE 1 TO FAMILIA-IDX.
           PERFORM UNTIL FAMILIA-IDX > TOTAL-FAMILIA-DEPENDENTES
               MOVE SPACES TO RELATORIO-DETALHE
               STRING
               "DEPENDENTE: " DELIMITED BY SIZE
               FAMILIA-DEP-COD(FAMILIA-IDX) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(FAMILIA-DEP-NOME(FAMILIA-IDX))
               DELIMITED BY SIZE
               INTO RELATORIO-DETALHE
               END-STRING
               PERFORM RELATORIO-LINHA-ESCREVER
               ADD 1 TO FAMILIA-IDX
           END-PERFORM.

       RGPD-ACESSO-ALUGUERES.
           MOVE "ALUGUERES" TO RELATORIO-DETALHE.
           PERFORM RELATORIO-SUBTITULO-ESCREVER.
           MOVE
           "CODIGO  CLIENTE LIVRO   DATA ALUG.  DATA DEVOL  ES" &
           "TADO"
           TO RELATORIO-DETALHE.
           PERFORM RGPD-COLUNAS-ESCREVER.
           MOVE 0 TO RGPD-SECCAO-REGISTOS.
           MOVE "N" TO RGPD-FIM.
           MOVE RGPD-CLIENTE-COD TO ALUGUER-CLIENTE-COD.
           START FIC-ALUGUERES KEY = ALUGUER-CLIENTE-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL FS = "10" OR RGPD-FIM = "S"
                       READ FIC-ALUGUERES NEXT RECORD
                           NOT AT END
                               IF ALUGUER-CLIENTE-COD
                               = RGPD-CLIENTE-COD THEN
                                   PERFORM ALUGUERES-RELATORIO-UM
                                   ADD 1 TO RGPD-SECCAO-REGISTOS
                                   MOVE "A" TO RGPD-TIPO
                                   MOVE ALUGUER-COD TO RGPD-COD
                                   PERFORM RGPD-CODIGO-GUARDAR
                               ELSE
                                   MOVE "S" TO RGPD-FIM
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.
           PERFORM RGPD-SECCAO-TERMINAR.

       RGPD-ACESSO-ARQUIVO.
           MOVE "ALUGUERES ARQUIVADOS" TO RELATORIO-DETALHE.
           PERFORM RELATORIO-SUBTITULO-ESCREVER.
           MOVE
           "CODIGO  CLIENTE LIVRO   DATA ALUG.  DATA DEVOL  ES" &
           "TADO"
           TO RELATORIO-DETALHE.
           PERFORM RGPD-COLUNAS-ESCREVER.
           MOVE 0 TO RGPD-SECCAO-REGISTOS.
           MOVE "N" TO ARQUIVO-EOF.
           OPEN INPUT FIC-ARQUIVO.
           PERFORM WITH TEST AFTER UNTIL ARQUIVO-EOF = "S"
               READ FIC-ARQUIVO
                   AT END
                       MOVE "S" TO ARQUIVO-EOF
                   NOT AT END
                       MOVE ARQUIVO-IMAGEM TO REGISTO-ALUGUER
                       IF ALUGUER-CLIENTE-COD NUMERIC
                       AND ALUGUER-CLIENTE-COD = RGPD-CLIENTE-COD THEN
                           PERFORM ALUGUERES-RELATORIO-UM
                           ADD 1 TO RGPD-SECCAO-REGISTOS
                           MOVE "A" TO RGPD-TIPO
                           MOVE ALUGUER-COD TO RGPD-COD
                           PERFORM RGPD-CODIGO-GUARDAR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-ARQUIVO.
           PERFORM RGPD-SECCAO-TERMINAR.

       RGPD-ACESSO-PAGAMENTOS.
           MOVE "PAGAMENTOS" TO RELATORIO-DETALHE.
           PERFORM RELATORIO-SUBTITULO-ESCREVER.
           MOVE
           "ALUGUER   DEVIDO     PAGO       DATA PAGAM. RECIBO" &
           "  ESTADO     TIPO"
           TO RELATORIO-DETALHE.
           PERFORM RGPD-COLUNAS-ESCREVER.
           MOVE 0 TO RGPD-SECCAO-REGISTOS.
           MOVE 0 TO MULTAS-PENDENTES-TOTAL.
           MOVE "N" TO PAGAMENTO-FIM.
           MOVE RGPD-CLIENTE-COD TO PAGAMENTO-CLIENTE-COD.
           START FIC-PAGAMENTOS KEY = PAGAMENTO-CLIENTE-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL FS = "10" OR PAGAMENTO-FIM = "S"
                       READ FIC-PAGAMENTOS NEXT RECORD
                           NOT AT END
                               IF PAGAMENTO-CLIENTE-COD
                               = RGPD-CLIENTE-COD THEN
                                   PERFORM EXTRATO-RELATORIO-UM
                                   ADD 1 TO RGPD-SECCAO-REGISTOS
                                   MOVE "P" TO RGPD-TIPO
                                   MOVE PAGAMENTO-ALUGUER-COD
                                   TO RGPD-COD
                                   PERFORM RGPD-CODIGO-GUARDAR
                               ELSE
                                   MOVE "S" TO PAGAMENTO-FIM
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.
           PERFORM RGPD-SECCAO-TERMINAR.
           IF RGPD-SECCAO-REGISTOS > 0 THEN
               MOVE MULTAS-PENDENTES-TOTAL TO MULTAS-PENDENTES-EDT
               MOVE SPACES TO RELATORIO-DETALHE
               STRING
               "TOTAL PENDENTE: " DELIMITED BY SIZE
               MULTAS-PENDENTES-EDT DELIMITED BY SIZE
               " EUR" DELIMITED BY SIZE
               INTO RELATORIO-DETALHE
               END-STRING
               PERFORM RELATORIO-SUBTITULO-ESCREVER
           END-IF.

       RGPD-ACESSO-RESERVAS.
           MOVE "RESERVAS" TO RELATORIO-DETALHE.
           PERFORM RELATORIO-SUBTITULO-ESCREVER.
           MOVE
           "CODIGO  CLIENTE LIVRO   DATA RES.   POS.  ESTADO"
           TO RELATORIO-DETALHE.
           PERFORM RGPD-COLUNAS-ESCREVER.
           MOVE 0 TO RGPD-SECCAO-REGISTOS.
           MOVE 0 TO RESERVA-COD.
           START FIC-RESERVAS KEY > RESERVA-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-RESERVAS NEXT RECORD
                               NOT AT END
                                   IF RESERVA-CLIENTE-COD NUMERIC
                                   AND RESERVA-CLIENTE-COD
                                   = RGPD-CLIENTE-COD THEN
                                       PERFORM RESERVAS-RELATORIO-UM
                                       ADD 1 TO RGPD-SECCAO-REGISTOS
                                       MOVE "R" TO RGPD-TIPO
                                       MOVE RESERVA-COD TO RGPD-COD
                                       PERFORM RGPD-CODIGO-GUARDAR
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.
           PERFORM RGPD-SECCAO-TERMINAR.

       RGPD-ACESSO-HISTORICO.
           MOVE "HISTORICO DE ALTERACOES" TO RELATORIO-DETALHE.
           PERFORM RELATORIO-SUBTITULO-ESCREVER.
           MOVE
           "DATA        FICHEIRO    CODIGO  OPERACAO     VALOR" &
           " ANTERIOR                  VALOR NOVO             " &
           "         OPERADOR"
           TO RELATORIO-DETALHE.
           PERFORM RGPD-COLUNAS-ESCREVER.
           MOVE 0 TO RGPD-SECCAO-REGISTOS.
           MOVE "N" TO HISTORICO-EOF.
           OPEN INPUT FIC-HISTORICO.
           PERFORM WITH TEST AFTER UNTIL HISTORICO-EOF = "S"
               READ FIC-HISTORICO
                   AT END
                       MOVE "S" TO HISTORICO-EOF
                   NOT AT END
                       PERFORM RGPD-HISTORICO-UM
               END-READ
           END-PERFORM.
           CLOSE FIC-HISTORICO.
           PERFORM RGPD-SECCAO-TERMINAR.

       RGPD-HISTORICO-UM.
           MOVE "N" TO RGPD-ENCONTRADO.
           IF HIST-COD NUMERIC AND HIST-COD > 0 THEN
               MOVE HIST-COD TO RGPD-COD
               EVALUATE HIST-FICHEIRO
                   WHEN "CLIENTE"
                       IF HIST-COD = RGPD-CLIENTE-COD THEN
                           MOVE "S" TO RGPD-ENCONTRADO
                       END-IF
                   WHEN "ALUGUER"
                       MOVE "A" TO RGPD-TIPO
                       PERFORM RGPD-CODIGO-PROCURAR
                   WHEN "PAGAMENTO"
                       MOVE "P" TO RGPD-TIPO
                       PERFORM RGPD-CODIGO-PROCURAR
                   WHEN "RESERVA"
                       MOVE "R" TO RGPD-TIPO
                       PERFORM RGPD-CODIGO-PROCURAR
               END-EVALUATE
           END-IF.
           IF RGPD-ENCONTRADO = "S" THEN
               MOVE HIST-DATA TO REL-HIS-DATA
               MOVE HIST-FICHEIRO TO REL-HIS-FICHEIRO
               MOVE HIST-COD TO REL-HIS-COD
               MOVE HIST-OPERACAO TO REL-HIS-OPERACAO
               MOVE HIST-CAMPO-ANTIGO TO REL-HIS-ANTIGO
               MOVE HIST-CAMPO-NOVO TO REL-HIS-NOVO
               MOVE HIST-OPERADOR TO REL-HIS-OPERADOR
               MOVE REL-LINHA-HISTORICO TO RELATORIO-DETALHE
               PERFORM RELATORIO-LINHA-ESCREVER
               ADD 1 TO RGPD-SECCAO-REGISTOS
           END-IF.

       RGPD-CODIGO-GUARDAR.
           IF TOTAL-RGPD-CODIGOS < 2000 THEN
               ADD 1 TO TOTAL-RGPD-CODIGOS
               MOVE RGPD-TIPO TO RGPD-COD-TIPO(TOTAL-RGPD-CODIGOS)
               MOVE RGPD-COD TO RGPD-COD-VALOR(TOTAL-RGPD-CODIGOS)
           END-IF.

       RGPD-CODIGO-PROCURAR.
           MOVE "N" TO RGPD-ENCONTRADO.
           MOVE 1 TO RGPD-IDX.
           PERFORM UNTIL RGPD-IDX > TOTAL-RGPD-CODIGOS
           OR RGPD-ENCONTRADO = "S"
               IF RGPD-COD-TIPO(RGPD-IDX) = RGPD-TIPO
               AND RGPD-COD-VALOR(RGPD-IDX) = RGPD-COD THEN
                   MOVE "S" TO RGPD-ENCONTRADO
               END-IF
               ADD 1 TO RGPD-IDX
           END-PERFORM.

       RGPD-DATA-FORMATAR.
           MOVE FUNCTION CONCATENATE(RGPD-DATA-AAAAMMDD(7:2), "/"
           RGPD-DATA-AAAAMMDD(5:2), "/" RGPD-DATA-AAAAMMDD(1:4))
           TO RGPD-DATA-TEXTO.

       RGPD-ANONIMIZAR.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "ANONIMIZAR CLIENTES INATIVOS" FOREGROUND-COLOR 5
           HIGHLIGHT AT 0217.

           COMPUTE RGPD-CORTE-AAAAMMDD =
               DATA-SIST-AAAAMMDD - ANOS-INATIVIDADE-RGPD * 10000.
           MOVE RGPD-CORTE-AAAAMMDD TO RGPD-DATA-AAAAMMDD.
           PERFORM RGPD-DATA-FORMATAR.

           DISPLAY "ANOS SEM ATIVIDADE......:" AT 0403 HIGHLIGHT.
           DISPLAY ANOS-INATIVIDADE-RGPD HIGHLIGHT AT 0429.
           DISPLAY "ULTIMA ATIVIDADE ANTES DE:" AT 0503 HIGHLIGHT.
           DISPLAY RGPD-DATA-TEXTO HIGHLIGHT AT 0530.
           DISPLAY "OS CLIENTES SEM ATIVIDADE DESDE ESSA DATA, SEM " &
           "DIVIDAS, SEM ALUGUERES ATIVOS" AT 0703 HIGHLIGHT.
           DISPLAY "E SEM DEPENDENTES PERDEM NOME, NIF E EMAIL. " &
           "A OPERACAO NAO E REVERSIVEL." AT 0803 HIGHLIGHT.
           DISPLAY "CONFIRMA (S/N)?" AT 1003 HIGHLIGHT.
           MOVE "N" TO RGPD-CONFIRMA.
           ACCEPT RGPD-CONFIRMA AUTO HIGHLIGHT AT 1019.

           IF RGPD-CONFIRMA = "S" OR RGPD-CONFIRMA = "s" THEN
               PERFORM SESSOES-OUTRAS-CONTAR
               IF SESSOES-OUTRAS > 0 THEN
                   MOVE "ANONIMIZAR CLIENTES INATIVOS" TO SESSOES-TITULO
                   PERFORM SESSOES-RECUSAR
               ELSE
                   PERFORM RGPD-ANONIMIZAR-EXECUTAR
               END-IF
           ELSE
               DISPLAY "OPERACAO CANCELADA."
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1203
               DISPLAY "ENTER - CONTINUAR"
               HIGHLIGHT AT 1803
               ACCEPT OMITTED AT 1821
           END-IF.
           MOVE "N" TO REPETIR-MENU.

       RGPD-ANONIMIZAR-EXECUTAR.
           INITIALIZE TABELA-RGPD-CLIENTES.
           INITIALIZE TABELA-RGPD-RESERVAS.
           MOVE 0 TO RGPD-ANALISADOS.
           MOVE 0 TO RGPD-ANONIMIZADOS.
           MOVE 0 TO RGPD-RETIDOS-DIVIDA.
           MOVE 0 TO RGPD-RETIDOS-DEPENDENTES.
           MOVE 0 TO RGPD-HISTORICO-LIMPOS.

           PERFORM RGPD-APURAR-ALUGUERES.
           PERFORM RGPD-APURAR-ARQUIVO.
           PERFORM RGPD-APURAR-PAGAMENTOS.
           PERFORM RGPD-APURAR-RESERVAS.
           PERFORM RGPD-APURAR-RESPONSAVEIS.

           MOVE "ANONIMIZACAO DE CLIENTES INATIVOS"
           TO RELATORIO-TITULO.
           MOVE "CLIENTE ULTIMA ATIV. DATA ADMIS."
           TO RELATORIO-COLUNAS.
           PERFORM RELATORIO-INICIAR.
           MOVE SPACES TO RELATORIO-DETALHE.
           STRING
           "ULTIMA ATIVIDADE ANTES DE: " DELIMITED BY SIZE
           RGPD-DATA-TEXTO DELIMITED BY SIZE
           INTO RELATORIO-DETALHE
           END-STRING.
           PERFORM RELATORIO-SUBTITULO-ESCREVER.

           MOVE 0 TO CLIENTE-COD.
           START FIC-CLIENTES KEY > CLIENTE-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-CLIENTES NEXT RECORD
                               NOT AT END
                                   PERFORM RGPD-CLIENTE-AVALIAR
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

           IF RGPD-ANONIMIZADOS > 0 THEN
               PERFORM RGPD-RESERVAS-ASSINALAR
               PERFORM RGPD-HISTORICO-LIMPAR
           END-IF.

           MOVE "CLIENTES ANALISADOS.................: "
           TO RGPD-ROTULO.
           MOVE RGPD-ANALISADOS TO RGPD-CONT-EDT.
           PERFORM RGPD-TOTAL-ESCREVER.
           MOVE "CLIENTES ANONIMIZADOS...............: "
           TO RGPD-ROTULO.
           MOVE RGPD-ANONIMIZADOS TO RGPD-CONT-EDT.
           PERFORM RGPD-TOTAL-ESCREVER.
           MOVE "RETIDOS POR DIVIDAS OU ALUGUERES....: "
           TO RGPD-ROTULO.
           MOVE RGPD-RETIDOS-DIVIDA TO RGPD-CONT-EDT.
           PERFORM RGPD-TOTAL-ESCREVER.
           MOVE "RETIDOS POR TEREM DEPENDENTES.......: "
           TO RGPD-ROTULO.
           MOVE RGPD-RETIDOS-DEPENDENTES TO RGPD-CONT-EDT.
           PERFORM RGPD-TOTAL-ESCREVER.
           MOVE "REGISTOS DE HISTORICO ANONIMIZADOS..: "
           TO RGPD-ROTULO.
           MOVE RGPD-HISTORICO-LIMPOS TO RGPD-CONT-EDT.
           PERFORM RGPD-TOTAL-ESCREVER.

           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "ANONIMIZAR CLIENTES INATIVOS" FOREGROUND-COLOR 5
           HIGHLIGHT AT 0217.
           DISPLAY "ANONIMIZACAO CONCLUIDA." FOREGROUND-COLOR 2
           HIGHLIGHT AT 0403.
           DISPLAY "CLIENTES ANALISADOS.......:" AT 1003 HIGHLIGHT.
           DISPLAY RGPD-ANALISADOS HIGHLIGHT AT 1031.
           DISPLAY "CLIENTES ANONIMIZADOS.....:" AT 1103 HIGHLIGHT.
           DISPLAY RGPD-ANONIMIZADOS HIGHLIGHT AT 1131.
           DISPLAY "RETIDOS POR DIVIDAS.......:" AT 1203 HIGHLIGHT.
           DISPLAY RGPD-RETIDOS-DIVIDA HIGHLIGHT AT 1231.
           DISPLAY "RETIDOS POR DEPENDENTES...:" AT 1303 HIGHLIGHT.
           DISPLAY RGPD-RETIDOS-DEPENDENTES HIGHLIGHT AT 1331.
           DISPLAY "HISTORICO ANONIMIZADO.....:" AT 1403 HIGHLIGHT.
           DISPLAY RGPD-HISTORICO-LIMPOS HIGHLIGHT AT 1431.
           PERFORM RELATORIO-TERMINAR.

       RGPD-TOTAL-ESCREVER.
           MOVE SPACES TO RELATORIO-DETALHE.
           STRING
           RGPD-ROTULO DELIMITED BY SIZE
           RGPD-CONT-EDT DELIMITED BY SIZE
           INTO RELATORIO-DETALHE
           END-STRING.
           PERFORM RELATORIO-SUBTITULO-ESCREVER.

       RGPD-ATIVIDADE-REGISTAR.
           IF RGPD-COD > 0 THEN
               IF RGPD-DATA-AAAAMMDD > RGPD-CLI-ULTIMA(RGPD-COD) THEN
                   MOVE RGPD-DATA-AAAAMMDD
                   TO RGPD-CLI-ULTIMA(RGPD-COD)
               END-IF
           END-IF.

       RGPD-ALUGUER-APURAR.
           IF ALUGUER-CLIENTE-COD NUMERIC
           AND ALUGUER-CLIENTE-COD > 0 THEN
               MOVE ALUGUER-CLIENTE-COD TO RGPD-COD
               IF ANO-ALUGUER NUMERIC AND MES-ALUGUER NUMERIC
               AND DIA-ALUGUER NUMERIC THEN
                   COMPUTE RGPD-DATA-AAAAMMDD =
                       ANO-ALUGUER * 10000 + MES-ALUGUER * 100
                       + DIA-ALUGUER
                   PERFORM RGPD-ATIVIDADE-REGISTAR
               END-IF
               IF ANO-ENTREGA NUMERIC AND MES-ENTREGA NUMERIC
               AND DIA-ENTREGA NUMERIC THEN
                   COMPUTE RGPD-DATA-AAAAMMDD =
                       ANO-ENTREGA * 10000 + MES-ENTREGA * 100
                       + DIA-ENTREGA
                   PERFORM RGPD-ATIVIDADE-REGISTAR
               END-IF
               IF ESTADO = "A" THEN
                   MOVE "S" TO RGPD-CLI-DIVIDA(RGPD-COD)
               END-IF
           END-IF.

       RGPD-APURAR-ALUGUERES.
           MOVE 0 TO ALUGUER-COD.
           START FIC-ALUGUERES KEY > ALUGUER-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-ALUGUERES NEXT RECORD
                               NOT AT END
                                   PERFORM RGPD-ALUGUER-APURAR
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

       RGPD-APURAR-ARQUIVO.
           MOVE "N" TO ARQUIVO-EOF.
           OPEN INPUT FIC-ARQUIVO.
           PERFORM WITH TEST AFTER UNTIL ARQUIVO-EOF = "S"
               READ FIC-ARQUIVO
                   AT END
                       MOVE "S" TO ARQUIVO-EOF
                   NOT AT END
                       MOVE ARQUIVO-IMAGEM TO REGISTO-ALUGUER
                       PERFORM RGPD-ALUGUER-APURAR
               END-READ
           END-PERFORM.
           CLOSE FIC-ARQUIVO.

       RGPD-APURAR-PAGAMENTOS.
           MOVE 0 TO PAGAMENTO-ALUGUER-COD.
           START FIC-PAGAMENTOS KEY > PAGAMENTO-ALUGUER-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-PAGAMENTOS NEXT RECORD
                               NOT AT END
                                   PERFORM RGPD-PAGAMENTO-APURAR
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

       RGPD-PAGAMENTO-APURAR.
           IF PAGAMENTO-CLIENTE-COD NUMERIC
           AND PAGAMENTO-CLIENTE-COD > 0 THEN
               MOVE PAGAMENTO-CLIENTE-COD TO RGPD-COD
               IF PAGAMENTO-ESTADO = "L" THEN
                   IF ANO-PAGAMENTO NUMERIC AND MES-PAGAMENTO NUMERIC
                   AND DIA-PAGAMENTO NUMERIC THEN
                       COMPUTE RGPD-DATA-AAAAMMDD =
                           ANO-PAGAMENTO * 10000 + MES-PAGAMENTO * 100
                           + DIA-PAGAMENTO
                       PERFORM RGPD-ATIVIDADE-REGISTAR
                   END-IF
               ELSE
                   MOVE "S" TO RGPD-CLI-DIVIDA(RGPD-COD)
               END-IF
           END-IF.

       RGPD-APURAR-RESERVAS.
           MOVE 0 TO RESERVA-COD.
           START FIC-RESERVAS KEY > RESERVA-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-RESERVAS NEXT RECORD
                               NOT AT END
                                   IF RESERVA-CLIENTE-COD NUMERIC
                                   AND RESERVA-CLIENTE-COD > 0
                                   AND ANO-RESERVA NUMERIC
                                   AND MES-RESERVA NUMERIC
                                   AND DIA-RESERVA NUMERIC THEN
                                       MOVE RESERVA-CLIENTE-COD
                                       TO RGPD-COD
                                       COMPUTE RGPD-DATA-AAAAMMDD =
                                           ANO-RESERVA * 10000
                                           + MES-RESERVA * 100
                                           + DIA-RESERVA
                                       PERFORM RGPD-ATIVIDADE-REGISTAR
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

       RGPD-APURAR-RESPONSAVEIS.
           MOVE 0 TO CLIENTE-COD.
           START FIC-CLIENTES KEY > CLIENTE-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-CLIENTES NEXT RECORD
                               NOT AT END
                                   IF CLIENTE-RESPONSAVEL-COD NUMERIC
                                   AND CLIENTE-RESPONSAVEL-COD > 0
                                   THEN
                                       MOVE CLIENTE-RESPONSAVEL-COD
                                       TO RGPD-COD
                                       MOVE "S" TO RGPD-CLI-DEPENDENTES
                                       (RGPD-COD)
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

       RGPD-CLIENTE-AVALIAR.
           IF NOME NOT = "ANONIMIZADO" THEN
               ADD 1 TO RGPD-ANALISADOS
               MOVE CLIENTE-COD TO RGPD-COD
               COMPUTE RGPD-ULTIMA-AAAAMMDD =
                   ANO-ADMIT * 10000 + MES-ADMIT * 100 + DIA-ADMIT
               IF RGPD-CLI-ULTIMA(RGPD-COD) > RGPD-ULTIMA-AAAAMMDD
               THEN
                   MOVE RGPD-CLI-ULTIMA(RGPD-COD)
                   TO RGPD-ULTIMA-AAAAMMDD
               END-IF
               IF RGPD-ULTIMA-AAAAMMDD < RGPD-CORTE-AAAAMMDD THEN
                   IF RGPD-CLI-DIVIDA(RGPD-COD) = "S" THEN
                       ADD 1 TO RGPD-RETIDOS-DIVIDA
                   ELSE
                       IF RGPD-CLI-DEPENDENTES(RGPD-COD) = "S" THEN
                           ADD 1 TO RGPD-RETIDOS-DEPENDENTES
                       ELSE
                           PERFORM RGPD-CLIENTE-ANONIMIZAR
                       END-IF
                   END-IF
               END-IF
           END-IF.

       RGPD-CLIENTE-ANONIMIZAR.
           MOVE CLIENTE-COD TO NIF.
           MOVE "ANONIMIZADO" TO NOME.
           MOVE SPACES TO EMAIL.
           MOVE 0 TO CLIENTE-RESPONSAVEL-COD.
           REWRITE REGISTO-CLIENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO RGPD-CLI-ANONIMO(RGPD-COD)
                   ADD 1 TO RGPD-ANONIMIZADOS
                   MOVE "CLIENTE" TO HIST-FICHEIRO
                   MOVE CLIENTE-COD TO HIST-COD
                   MOVE "ANONIMIZAR" TO HIST-OPERACAO
                   MOVE SPACES TO HIST-CAMPO-ANTIGO
                   MOVE "ANONIMIZADO" TO HIST-CAMPO-NOVO
                   PERFORM HISTORICO-REGISTAR
                   MOVE CLIENTE-COD TO REL-ANO-COD
                   MOVE RGPD-ULTIMA-AAAAMMDD TO RGPD-DATA-AAAAMMDD
                   PERFORM RGPD-DATA-FORMATAR
                   MOVE RGPD-DATA-TEXTO TO REL-ANO-ULTIMA
                   MOVE FUNCTION CONCATENATE(DIA-ADMIT, "/" MES-ADMIT,
                   "/" ANO-ADMIT) TO REL-ANO-ADMISSAO
                   MOVE REL-LINHA-ANONIMIZACAO TO RELATORIO-DETALHE
                   PERFORM RELATORIO-LINHA-ESCREVER
           END-REWRITE.

       RGPD-RESERVAS-ASSINALAR.
           MOVE 0 TO RESERVA-COD.
           START FIC-RESERVAS KEY > RESERVA-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-RESERVAS NEXT RECORD
                               NOT AT END
                                   IF RESERVA-CLIENTE-COD NUMERIC
                                   AND RESERVA-CLIENTE-COD > 0 THEN
                                       MOVE RESERVA-CLIENTE-COD
                                       TO RGPD-COD
                                       IF RGPD-CLI-ANONIMO(RGPD-COD)
                                       = "S" THEN
                                           MOVE RESERVA-COD TO RGPD-COD
                                           MOVE "S" TO RGPD-RES-ANONIMA
                                           (RGPD-COD)
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

       RGPD-HISTORICO-LIMPAR.
           MOVE "N" TO HISTORICO-EOF.
           OPEN INPUT FIC-HISTORICO.
           OPEN OUTPUT FIC-CONVERSAO.
           PERFORM WITH TEST AFTER UNTIL HISTORICO-EOF = "S"
               READ FIC-HISTORICO
                   AT END
                       MOVE "S" TO HISTORICO-EOF
                   NOT AT END
                       PERFORM RGPD-HISTORICO-MASCARAR
                       MOVE SPACES TO CONVERSAO-IMAGEM
                       MOVE REGISTO-HISTORICO TO CONVERSAO-IMAGEM
                       WRITE REGISTO-CONVERSAO
               END-READ
           END-PERFORM.
           CLOSE FIC-HISTORICO.
           CLOSE FIC-CONVERSAO.

           MOVE "N" TO CONVERSAO-EOF.
           OPEN INPUT FIC-CONVERSAO.
           OPEN OUTPUT FIC-HISTORICO.
           PERFORM WITH TEST AFTER UNTIL CONVERSAO-EOF = "S"
               READ FIC-CONVERSAO
                   AT END
                       MOVE "S" TO CONVERSAO-EOF
                   NOT AT END
                       MOVE CONVERSAO-IMAGEM TO REGISTO-HISTORICO
                       WRITE REGISTO-HISTORICO
               END-READ
           END-PERFORM.
           CLOSE FIC-CONVERSAO.
           CLOSE FIC-HISTORICO.

       RGPD-HISTORICO-MASCARAR.
           IF HIST-FICHEIRO = "CLIENTE"
           AND HIST-COD NUMERIC AND HIST-COD > 0 THEN
               IF RGPD-CLI-ANONIMO(HIST-COD) = "S" THEN
                   IF HIST-OPERACAO = "CRIACAO"
                   OR HIST-OPERACAO = "ALTERACAO"
                   OR HIST-OPERACAO = "IMPORTACAO"
                   OR HIST-OPERACAO = "ELIMINACAO" THEN
                       IF HIST-CAMPO-ANTIGO NOT = SPACES THEN
                           MOVE "ANONIMIZADO" TO HIST-CAMPO-ANTIGO
                       END-IF
                       IF HIST-CAMPO-NOVO NOT = SPACES THEN
                           MOVE "ANONIMIZADO" TO HIST-CAMPO-NOVO
                       END-IF
                       ADD 1 TO RGPD-HISTORICO-LIMPOS
                   END-IF
               END-IF
           END-IF.
           IF HIST-FICHEIRO = "RESERVA"
           AND HIST-COD NUMERIC AND HIST-COD > 0 THEN
               IF RGPD-RES-ANONIMA(HIST-COD) = "S" THEN
                   IF HIST-CAMPO-ANTIGO NOT = SPACES
                   OR HIST-CAMPO-NOVO NOT = SPACES THEN
                       IF HIST-CAMPO-ANTIGO NOT = SPACES THEN
                           MOVE "ANONIMIZADO" TO HIST-CAMPO-ANTIGO
                       END-IF
                       IF HIST-CAMPO-NOVO NOT = SPACES THEN
                           MOVE "ANONIMIZADO" TO HIST-CAMPO-NOVO
                       END-IF
                       ADD 1 TO RGPD-HISTORICO-LIMPOS
                   END-IF
               END-IF
           END-IF.

       CLIENTES-VERIFICA-REFERENCIA.
           MOVE "N" TO REFERENCIADO.
           MOVE "N" TO ALUGUERES-FIM.
           MOVE CLIENTE-COD TO ALUGUER-CLIENTE-COD.
           START FIC-ALUGUERES KEY = ALUGUER-CLIENTE-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL FS = "10" OR REFERENCIADO = "S"
                   OR ALUGUERES-FIM = "S"
                       READ FIC-ALUGUERES NEXT RECORD
                           NOT AT END
                               IF ALUGUER-CLIENTE-COD
                               = CLIENTE-COD THEN
                                   IF ESTADO = "A" THEN
                                       MOVE "S" TO REFERENCIADO
                                   END-IF
                               ELSE
                                   MOVE "S" TO ALUGUERES-FIM
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

       CLIENTES-ELIMINAR.
           DISPLAY CLS.
           PERFORM BASE.

           DISPLAY "ELIMINAR CLIENTE" FOREGROUND-COLOR 5
           HIGHLIGHT AT 0217.

           DISPLAY "INSIRA CODIGO DE CLIENTE:" AT 0403
           HIGHLIGHT.
           DISPLAY "CODIGO DE CLIENTE:"
           AT 0603 HIGHLIGHT.

           DISPLAY "DEIXE EM BRANCO PARA RETROCEDER."
           AT 0803 HIGHLIGHT.

           ACCEPT CLIENTE-COD AUTO HIGHLIGHT AT 0621.
           DISPLAY CLIENTE-COD HIGHLIGHT AT 0621.
           DISPLAY "                                " AT 0803.

           PERFORM CLIENTE-LER-BLOQUEAR.

           IF (EXISTE = "N") THEN
               IF CLIENTE-COD = SPACES THEN
                   DISPLAY " " AT 0621 HIGHLIGHT
               ELSE
                   IF BLOQUEIO-DESISTIU = "S" THEN
                       DISPLAY "REGISTO EM USO NOUTRO POSTO!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0621
                   ELSE
                       DISPLAY "CLIENTE NAO EXISTE!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0621
                   END-IF
               END-IF
           ELSE
               PERFORM CLIENTES-VERIFICA-REFERENCIA
               MOVE CLIENTE-COD TO FAMILIA-RESPONSAVEL-COD
               PERFORM FAMILIA-DEPENDENTES-CARREGAR
               IF REFERENCIADO = "S" THEN
                   DISPLAY "CLIENTE TEM ALUGUER EM ABERTO!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0621
               ELSE
                   IF TOTAL-FAMILIA-DEPENDENTES > 0 THEN
                       DISPLAY "CLIENTE E RESPONSAVEL DE DEPENDENTES!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0621
                   ELSE
                       DELETE FIC-CLIENTES
                       INVALID KEY
                           DISPLAY "ERRO AO ELIMINAR CLIENTE! "
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 0621
                       NOT INVALID KEY
                           DISPLAY "CLIENTE ELIMINADO COM SUCESSO!"
                           FOREGROUND-COLOR 2 HIGHLIGHT AT 0621
                           MOVE "CLIENTE" TO HIST-FICHEIRO
                           MOVE CLIENTE-COD TO HIST-COD
                           MOVE "ELIMINACAO" TO HIST-OPERACAO
                           MOVE NOME TO HIST-CAMPO-ANTIGO
                           MOVE SPACES TO HIST-CAMPO-NOVO
                           PERFORM HISTORICO-REGISTAR
                       END-DELETE
                   END-IF
               END-IF
           END-IF.
           UNLOCK FIC-CLIENTES.

           DISPLAY "ENTER - CONTINUAR"
           HIGHLIGHT AT 1803.
           ACCEPT OMITTED AT 1821.
           MOVE "N" TO REPETIR-MENU.

       CLIENTES-LISTAGEM.
           PERFORM SAIDA-ESCOLHER.
           IF SAIDA-ESCOLHIDA = "F" THEN
               PERFORM CLIENTES-LISTAGEM-FICHEIRO
           ELSE
               PERFORM CLIENTES-LISTAGEM-ECRA
           END-IF.
           MOVE "N" TO REPETIR-MENU.

       CLIENTES-RELATORIO-UM.
           MOVE CLIENTE-COD TO REL-CLI-COD.
           MOVE NIF TO REL-CLI-NIF.
           MOVE NOME TO REL-CLI-NOME.
           MOVE FUNCTION CONCATENATE(DIA-ADMIT, "/" MES-ADMIT, "/"
           ANO-ADMIT) TO REL-CLI-DATA.
           MOVE EMAIL TO REL-CLI-EMAIL.
           PERFORM CLIENTES-QUOTA-NORMALIZAR.
           MOVE FUNCTION CONCATENATE(DIA-QUOTA, "/" MES-QUOTA, "/"
           ANO-QUOTA) TO REL-CLI-QUOTA.
           IF CLIENTE-CATEGORIA-COD NUMERIC THEN
               MOVE CLIENTE-CATEGORIA-COD TO REL-CLI-CATEGORIA
           ELSE
               MOVE 0 TO REL-CLI-CATEGORIA
           END-IF.
           MOVE REL-LINHA-CLIENTE TO RELATORIO-DETALHE.
           PERFORM RELATORIO-LINHA-ESCREVER.

       CLIENTES-LISTAGEM-FICHEIRO.
           MOVE "LISTAGEM DE CLIENTES" TO RELATORIO-TITULO.
           MOVE
           "CODIGO  NIF         NOME                          " &
           "  DATA ADMIS. EMAIL                           QUOT" &
           "A ATE   CATEG"
           TO RELATORIO-COLUNAS.
           PERFORM RELATORIO-INICIAR.
           MOVE 0 TO CLIENTE-COD.
           START FIC-CLIENTES KEY > CLIENTE-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-CLIENTES NEXT RECORD
                               NOT AT END
                                   PERFORM CLIENTES-RELATORIO-UM
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.
           PERFORM RELATORIO-TERMINAR.

       CLIENTES-LISTAGEM-ECRA.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "LISTAGEM DE CLIENTES" FOREGROUND-COLOR 5
           HIGHLIGHT AT 0217.

           DISPLAY "*************************************************" &
           "**********************************************************"
           AT 0301.

           DISPLAY "C.CLIENTE" FOREGROUND-COLOR 5 HIGHLIGHT AT 0403.
           DISPLAY "NIF" FOREGROUND-COLOR 5 HIGHLIGHT AT 0414.
           DISPLAY "NOME" FOREGROUND-COLOR 5 HIGHLIGHT AT 0425.
           DISPLAY "DATA ADMISSAO" FOREGROUND-COLOR 5 HIGHLIGHT AT 0456.
           DISPLAY "EMAIL" FOREGROUND-COLOR 5 HIGHLIGHT AT 0472.
           DISPLAY "PAG" FOREGROUND-COLOR 5 HIGHLIGHT AT 2002.
           DISPLAY "|" FOREGROUND-COLOR 5 AT 2010.

           DISPLAY "*************************************************" &
           "**********************************************************"
           AT 0501.
           MOVE 1 TO PAGINA.
           MOVE 0 TO CLIENTE-COD.
           START FIC-CLIENTES KEY > CLIENTE-COD
               INVALID KEY
                   DISPLAY "FICHEIRO VAZIO. ENTER - CONTINUAR."
                   HIGHLIGHT AT 2011
                   DISPLAY "00" HIGHLIGHT AT 2006
                   ACCEPT OMITTED AT 2054
               NOT INVALID KEY
                   MOVE 6 TO LINHA
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-CLIENTES NEXT RECORD
                               NOT AT END
                                   DISPLAY PAGINA
                                   HIGHLIGHT AT 2006
                                   DISPLAY CLIENTE-COD
                                   HIGHLIGHT LINE LINHA COL 3
                                   DISPLAY NIF
                                   HIGHLIGHT LINE LINHA COL 14
                                   DISPLAY NOME
                                   HIGHLIGHT LINE LINHA COL 25
                                   DISPLAY DIA-ADMIT
                                   HIGHLIGHT LINE LINHA COL 56
                                   DISPLAY "/" LINE LINHA COL 58
                                   DISPLAY MES-ADMIT
                                   HIGHLIGHT LINE LINHA COL 59
                                   DISPLAY "/" LINE LINHA COL 61
                                   DISPLAY ANO-ADMIT
                                   HIGHLIGHT LINE LINHA COL 62
                                   DISPLAY EMAIL
                                   HIGHLIGHT LINE LINHA COL 72
                                   ADD 1 TO LINHA
                                   IF LINHA = 19 THEN
                                       MOVE 6 TO LINHA
                                       DISPLAY "ENTER - PROXIMA PAGINA"
                                       HIGHLIGHT AT 2011
                                       ACCEPT OMITTED AT 2053
                                       ADD 1 TO PAGINA
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
                   DISPLAY "*****************************************" &
           "*********************************************************" &
           "*********"
           LINE LINHA COL 1
                   DISPLAY "ENTER - CONTINUAR" HIGHLIGHT AT 2011
                   ACCEPT OMITTED AT 2030
           END-START.

           MOVE "N" TO REPETIR-MENU.

       CLIENTES-CONSULTAR.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "CONSULTAR CLIENTES" FOREGROUND-COLOR 5
           HIGHLIGHT AT 0217.

           DISPLAY "INSIRA PARTE DO NOME:" AT 0403 HIGHLIGHT.
           DISPLAY "NOME:" AT 0603 HIGHLIGHT.
           DISPLAY "DEIXE EM BRANCO PARA RETROCEDER."
           AT 0803 HIGHLIGHT.

           ACCEPT NOME-PESQUISA HIGHLIGHT AT 0609.
           DISPLAY "                                " AT 0803.

           IF NOME-PESQUISA = SPACES THEN
               DISPLAY " " AT 0609 HIGHLIGHT
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(NOME-PESQUISA))
               TO NOME-PESQUISA-LEN
               MOVE "N" TO ENCONTROU

               DISPLAY "*********************************************" &
               "**************************************************"
               AT 0301

               DISPLAY "C.CLIENTE" FOREGROUND-COLOR 5 HIGHLIGHT AT 0403
               DISPLAY "NIF" FOREGROUND-COLOR 5 HIGHLIGHT AT 0414
               DISPLAY "NOME" FOREGROUND-COLOR 5 HIGHLIGHT AT 0425
               DISPLAY "DATA ADMISSAO" FOREGROUND-COLOR 5
               HIGHLIGHT AT 0456
               DISPLAY "EMAIL" FOREGROUND-COLOR 5 HIGHLIGHT AT 0472
               DISPLAY "QUOTA ATE" FOREGROUND-COLOR 5 HIGHLIGHT AT 0494
               DISPLAY "PAG" FOREGROUND-COLOR 5 HIGHLIGHT AT 2002
               DISPLAY "|" FOREGROUND-COLOR 5 AT 2010

               DISPLAY "*********************************************" &
               "**************************************************"
               AT 0501

               MOVE 1 TO PAGINA
               MOVE 0 TO CLIENTE-COD
               START FIC-CLIENTES KEY > CLIENTE-COD
                   INVALID KEY
                       DISPLAY "FICHEIRO VAZIO. ENTER - CONTINUAR."
                       HIGHLIGHT AT 2011
                       DISPLAY "00" HIGHLIGHT AT 2006
                       ACCEPT OMITTED AT 2054
                   NOT INVALID KEY
                       MOVE 6 TO LINHA
                       IF FS <> "05" AND FS <> "23" THEN
                           PERFORM UNTIL FS = "10"
                               READ FIC-CLIENTES NEXT RECORD
                                   NOT AT END
                                       MOVE 0 TO OCORRENCIAS
                                       INSPECT NOME TALLYING
                                       OCORRENCIAS FOR ALL
                                       NOME-PESQUISA
                                       (1:NOME-PESQUISA-LEN)
                                       IF OCORRENCIAS > 0 THEN
                                           MOVE "S" TO ENCONTROU
                                           DISPLAY PAGINA
                                           HIGHLIGHT AT 2006
                                           DISPLAY CLIENTE-COD
                                           HIGHLIGHT LINE LINHA COL 3
                                           DISPLAY NIF
                                           HIGHLIGHT LINE LINHA COL 14
                                           DISPLAY NOME
                                           HIGHLIGHT LINE LINHA COL 25
                                           DISPLAY DIA-ADMIT
                                           HIGHLIGHT LINE LINHA COL 56
                                           DISPLAY "/" LINE LINHA COL 58
                                           DISPLAY MES-ADMIT
                                           HIGHLIGHT LINE LINHA COL 59
                                           DISPLAY "/" LINE LINHA COL 61
                                           DISPLAY ANO-ADMIT
                                           HIGHLIGHT LINE LINHA COL 62
                                           DISPLAY EMAIL(1:20)
                                           HIGHLIGHT LINE LINHA COL 72
                                           PERFORM
                                           CLIENTES-QUOTA-VERIFICAR
                                           IF QUOTA-EXPIRADA = "S" THEN
                                               DISPLAY FUNCTION
                                               CONCATENATE(DIA-QUOTA,
                                               "/" MES-QUOTA, "/"
                                               ANO-QUOTA)
                                               FOREGROUND-COLOR 4
                                               HIGHLIGHT
                                               LINE LINHA COL 94
                                           ELSE
                                               DISPLAY FUNCTION
                                               CONCATENATE(DIA-QUOTA,
                                               "/" MES-QUOTA, "/"
                                               ANO-QUOTA)
                                               FOREGROUND-COLOR 2
                                               HIGHLIGHT
                                               LINE LINHA COL 94
                                           END-IF
                                           ADD 1 TO LINHA
                                           IF LINHA = 19 THEN
                                               MOVE 6 TO LINHA
                                               DISPLAY
                                               "ENTER - PROXIMA PAGINA"
                                               HIGHLIGHT AT 2011
                                               ACCEPT OMITTED AT 2053
                                               ADD 1 TO PAGINA
                                           END-IF
                                       END-IF
                               END-READ
                           END-PERFORM
                       END-IF
                       IF ENCONTROU = "N" THEN
                           DISPLAY "NENHUM CLIENTE ENCONTRADO!"
                           FOREGROUND-COLOR 4 HIGHLIGHT LINE LINHA COL 3
                           ADD 1 TO LINHA
                       END-IF
                   DISPLAY "*****************************************" &
           "*********************************************************" &
           "*********"
           LINE LINHA COL 1
                       DISPLAY "ENTER - CONTINUAR" HIGHLIGHT AT 2011
                       ACCEPT OMITTED AT 2030
               END-START
           END-IF.

           MOVE "N" TO REPETIR-MENU.

       CLIENTES-QUOTA-NORMALIZAR.
           IF ANO-QUOTA NOT NUMERIC OR MES-QUOTA NOT NUMERIC
           OR DIA-QUOTA NOT NUMERIC THEN
               MOVE 0 TO ANO-QUOTA
               MOVE 0 TO MES-QUOTA
               MOVE 0 TO DIA-QUOTA
           END-IF.
           IF ANO-QUOTA = 0 OR MES-QUOTA = 0 OR DIA-QUOTA = 0 THEN
               MOVE DIA-ADMIT TO DIA-QUOTA
               MOVE MES-ADMIT TO MES-QUOTA
               COMPUTE ANO-QUOTA = ANO-ADMIT + 1
           END-IF.

       CLIENTES-QUOTA-VERIFICAR.
           PERFORM CLIENTES-QUOTA-NORMALIZAR.
           COMPUTE DATA-QUOTA-AAAAMMDD =
               ANO-QUOTA * 10000 + MES-QUOTA * 100 + DIA-QUOTA.
           IF DATA-QUOTA-AAAAMMDD < DATA-SIST-AAAAMMDD THEN
               MOVE "S" TO QUOTA-EXPIRADA
           ELSE
               MOVE "N" TO QUOTA-EXPIRADA
           END-IF.

       QUOTA-PENDENTE-VERIFICAR.
           MOVE "N" TO QUOTA-PENDENTE.
           MOVE "N" TO QUOTA-FIM.
           MOVE CLIENTE-COD TO PAGAMENTO-CLIENTE-COD.
           START FIC-PAGAMENTOS KEY = PAGAMENTO-CLIENTE-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL FS = "10" OR QUOTA-FIM = "S"
                       READ FIC-PAGAMENTOS NEXT RECORD
                           NOT AT END
                               IF PAGAMENTO-CLIENTE-COD
                               = CLIENTE-COD THEN
                                   IF PAGAMENTO-TIPO = "Q"
                                   AND PAGAMENTO-ESTADO = "P" THEN
                                       MOVE "S" TO QUOTA-PENDENTE
                                       MOVE "S" TO QUOTA-FIM
                                   END-IF
                               ELSE
                                   MOVE "S" TO QUOTA-FIM
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

       CLIENTES-QUOTA-UM.
           MOVE REGISTO-CLIENTES TO CLIENTE-IMAGEM-LIDA.
           PERFORM CLIENTES-QUOTA-NORMALIZAR.
           PERFORM CATEGORIA-CARREGAR.
           COMPUTE DATA-QUOTA-AAAAMMDD =
               ANO-QUOTA * 10000 + MES-QUOTA * 100 + DIA-QUOTA.
           IF DATA-QUOTA-AAAAMMDD <= DATA-SIST-AAAAMMDD
           AND QUOTA-ISENTA = "S" THEN
               PERFORM CLIENTES-QUOTA-ISENTAR
           END-IF.
           IF DATA-QUOTA-AAAAMMDD <= DATA-SIST-AAAAMMDD
           AND QUOTA-ISENTA = "N" THEN
               PERFORM QUOTA-PENDENTE-VERIFICAR
               IF QUOTA-PENDENTE = "N" THEN
                   PERFORM CLIENTE-BLOQUEAR
                   IF BLOQUEIO-CONFLITO = "N" THEN
                       REWRITE REGISTO-CLIENTES
                       END-REWRITE
                   END-IF
                   UNLOCK FIC-CLIENTES
               END-IF
               IF QUOTA-PENDENTE = "N"
               AND BLOQUEIO-CONFLITO = "N" THEN
                   MOVE CLIENTE-COD TO QUOTA-CLIENTE-SAVE
                   MOVE "QUOTAS" TO CONTADOR-FICHEIRO
                   PERFORM CONTADOR-PROPOR
               END-IF
               IF QUOTA-PENDENTE = "N"
               AND BLOQUEIO-CONFLITO = "N"
               AND CODIGO-PROPOSTO > 0 THEN
                   MOVE CODIGO-PROPOSTO TO PAGAMENTO-ALUGUER-COD
                   MOVE QUOTA-CLIENTE-SAVE TO PAGAMENTO-CLIENTE-COD
                   MOVE QUOTA-EFETIVA TO VALOR-DEVIDO
                   MOVE 0 TO VALOR-PAGO
                   MOVE 0 TO ANO-PAGAMENTO
                   MOVE 0 TO MES-PAGAMENTO
                   MOVE 0 TO DIA-PAGAMENTO
                   MOVE 0 TO RECIBO-NUM
                   MOVE "P" TO PAGAMENTO-ESTADO
                   MOVE "Q" TO PAGAMENTO-TIPO
                   WRITE REGISTO-PAGAMENTO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PAGAMENTO-ALUGUER-COD TO CODIGO-USADO
                           PERFORM CONTADOR-ATUALIZAR
                           ADD 1 TO QUOTAS-GERADAS
                           MOVE QUOTA-EFETIVA TO VALOR-DEVIDO-EDT
                           MOVE SPACES TO LINHA-QUOTA-AVISO
                           STRING
                           FUNCTION TRIM(NOME) DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(EMAIL) DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           DIA-QUOTA DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           MES-QUOTA DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           ANO-QUOTA DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(VALOR-DEVIDO-EDT)
                           DELIMITED BY SIZE
                           INTO LINHA-QUOTA-AVISO
                           END-STRING
                           WRITE REGISTO-QUOTA-AVISO
                   END-WRITE
               END-IF
           END-IF.
           READ FIC-CLIENTES KEY CLIENTE-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       CLIENTES-QUOTA-ISENTAR.
           MOVE DATA-QUOTA TO HIST-CAMPO-ANTIGO.
           IF ANO-QUOTA = 0 THEN
               MOVE DIA-SIST TO DIA-QUOTA
               MOVE MES-SIST TO MES-QUOTA
               MOVE ANO-SIST TO ANO-QUOTA
           END-IF.
           PERFORM WITH TEST AFTER UNTIL
           DATA-QUOTA-AAAAMMDD > DATA-SIST-AAAAMMDD
               ADD 1 TO ANO-QUOTA
               COMPUTE DATA-QUOTA-AAAAMMDD =
                   ANO-QUOTA * 10000 + MES-QUOTA * 100 + DIA-QUOTA
           END-PERFORM.
           PERFORM CLIENTE-BLOQUEAR.
           IF BLOQUEIO-CONFLITO = "N" THEN
               REWRITE REGISTO-CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "CLIENTE" TO HIST-FICHEIRO
                       MOVE CLIENTE-COD TO HIST-COD
                       MOVE "ISENCAO" TO HIST-OPERACAO
                       MOVE DATA-QUOTA TO HIST-CAMPO-NOVO
                       PERFORM HISTORICO-REGISTAR
                       ADD 1 TO QUOTAS-ISENTAS
               END-REWRITE
           END-IF.
           UNLOCK FIC-CLIENTES.

       CLIENTES-GERAR-QUOTAS.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "GERAR QUOTAS DE SOCIO" FOREGROUND-COLOR 5
           HIGHLIGHT AT 0217.

           DISPLAY "A GERAR QUOTAS VENCIDAS..." AT 0403 HIGHLIGHT.

           PERFORM CLIENTES-QUOTAS-PROCESSAR.

           DISPLAY "QUOTAS GERADAS:" AT 0803 HIGHLIGHT.
           DISPLAY QUOTAS-GERADAS HIGHLIGHT AT 0819.
           DISPLAY "QUOTAS ISENTAS:" AT 0903 HIGHLIGHT.
           DISPLAY QUOTAS-ISENTAS HIGHLIGHT AT 0919.
           DISPLAY "AVISOS DE RENOVACAO EM QUOTAS.TXT"
           FOREGROUND-COLOR 2 HIGHLIGHT AT 1003.

           DISPLAY "ENTER - CONTINUAR"
           HIGHLIGHT AT 1803.
           ACCEPT OMITTED AT 1821.
           MOVE "N" TO REPETIR-MENU.

       CLIENTES-QUOTAS-PROCESSAR.
           MOVE 0 TO QUOTAS-GERADAS.
           MOVE 0 TO QUOTAS-ISENTAS.
           OPEN OUTPUT FIC-QUOTAS.
           MOVE "NOME,EMAIL,VENCIMENTO,VALOR" TO LINHA-QUOTA-AVISO.
           WRITE REGISTO-QUOTA-AVISO.

           MOVE 0 TO CLIENTE-COD.
           START FIC-CLIENTES KEY > CLIENTE-COD
               INVALID KEY
                   IF MODO-LOTE = "N" THEN
                       DISPLAY "FICHEIRO DE CLIENTES VAZIO!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0603
                   END-IF
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-CLIENTES NEXT RECORD
                               NOT AT END
                                   PERFORM CLIENTES-QUOTA-UM
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

           CLOSE FIC-QUOTAS.

       CLIENTES-QUOTA-RENOVAR.
           MOVE PAGAMENTO-CLIENTE-COD TO CLIENTE-COD.
           MOVE "S" TO BLOQUEIO-OBRIGATORIO.
           PERFORM CLIENTE-LER-BLOQUEAR.
           MOVE "N" TO BLOQUEIO-OBRIGATORIO.
           IF EXISTE = "S" THEN
               PERFORM CLIENTES-QUOTA-NORMALIZAR
               ADD 1 TO ANO-QUOTA
               REWRITE REGISTO-CLIENTES
               END-REWRITE
               DISPLAY "QUOTA RENOVADA ATE:" AT 1503 HIGHLIGHT
               DISPLAY FUNCTION CONCATENATE(DIA-QUOTA, "/"
               MES-QUOTA, "/" ANO-QUOTA) HIGHLIGHT AT 1523
           END-IF.
           UNLOCK FIC-CLIENTES.

       MENU-LIVROS.
           PERFORM UNTIL SAIR = "S"
               DISPLAY CLS
               PERFORM BASE
               DISPLAY "MENU LIVROS" FOREGROUND-COLOR 3
               HIGHLIGHT AT 0217
               DISPLAY " GESTAO DE LIVROS  "
               FOREGROUND-COLOR 3 HIGHLIGHT AT 0545
               DISPLAY "******************"
               FOREGROUND-COLOR 3 HIGHLIGHT AT 0645
               DISPLAY "1             NOVO" HIGHLIGHT AT 0745
               DISPLAY "2          ALTERAR" HIGHLIGHT AT 0845
               DISPLAY "3         ELIMINAR" HIGHLIGHT AT 0945
               DISPLAY "4         LISTAGEM" HIGHLIGHT AT 1045
               DISPLAY "5        PESQUISAR" HIGHLIGHT AT 1145
               DISPLAY "6       AQUISICOES" HIGHLIGHT AT 1245
               DISPLAY "7       INVENTARIO" HIGHLIGHT AT 1345
               DISPLAY "0     MENU INICIAL" HIGHLIGHT AT 1445
               DISPLAY "[ ]    INSIRA OPCAO" HIGHLIGHT AT 1544
               MOVE "S" TO REPETIR-MENU
               PERFORM UNTIL REPETIR-MENU = "N"
                   ACCEPT ESCOLHA AT 1545 AUTO
                   EVALUATE ESCOLHA
                       WHEN 1 PERFORM LIVROS-NOVO
                       WHEN 2 PERFORM LIVROS-ALTERAR
                       WHEN 3
                           PERFORM SUPERVISOR-VERIFICAR
                           IF ACESSO-SUPERVISOR = "S" THEN
                               PERFORM LIVROS-ELIMINAR
                           END-IF
                       WHEN 4 PERFORM LIVROS-LISTAGEM
                       WHEN 5 PERFORM LIVROS-PESQUISAR
                       WHEN 6 PERFORM MENU-AQUISICOES
                       WHEN 7 PERFORM INVENTARIO-RECONCILIAR
                       WHEN 0
                           MOVE "S" TO SAIR
                           MOVE "N" TO REPETIR-MENU
                       WHEN OTHER
                           DISPLAY "OPCAO INCORRETA!" AT 1745
                           FOREGROUND-COLOR 4 HIGHLIGHT
                           MOVE "S" TO REPETIR-MENU
                   END-EVALUATE
               END-PERFORM
           END-PERFORM.
           MOVE "N" TO SAIR.
           MOVE "N" TO REPETIR-MENU.

       LIVROS-COAUTORES-ACEITAR.
           MOVE 0 TO TOTAL-COAUTORES.
           INITIALIZE TABELA-COAUTORES.
           DISPLAY "AUTORES ADICIONAIS (0=FIM):" AT 1503 HIGHLIGHT.
           MOVE "N" TO COAUTORES-FIM.
           PERFORM UNTIL COAUTORES-FIM = "S" OR TOTAL-COAUTORES >= 4
               MOVE 0 TO COAUTOR-COD
               ACCEPT COAUTOR-COD AUTO HIGHLIGHT AT 1531
               IF COAUTOR-COD = SPACES OR COAUTOR-COD = 0 THEN
                   MOVE "S" TO COAUTORES-FIM
               ELSE
                   IF COAUTOR-COD = LIVRO-AUTOR-COD THEN
                       DISPLAY "JA E O AUTOR PRINCIPAL!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1540
                   ELSE
                       MOVE "N" TO COAUTOR-REPETIDO
                       MOVE 1 TO COAUTOR-IDX
                       PERFORM UNTIL COAUTOR-IDX > TOTAL-COAUTORES
                       OR COAUTOR-REPETIDO = "S"
                           IF COAUTOR-TAB-COD(COAUTOR-IDX)
                           = COAUTOR-COD THEN
                               MOVE "S" TO COAUTOR-REPETIDO
                           ELSE
                               ADD 1 TO COAUTOR-IDX
                           END-IF
                       END-PERFORM
                       IF COAUTOR-REPETIDO = "S" THEN
                           DISPLAY "AUTOR JA REGISTADO!    "
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1540
                       ELSE
                           MOVE COAUTOR-COD TO AUTOR-COD
                           READ FIC-AUTORES KEY AUTOR-COD
                               INVALID KEY
                                   MOVE "N" TO EXISTE
                               NOT INVALID KEY
                                   MOVE "S" TO EXISTE
                           END-READ
                           IF (EXISTE = "N") THEN
                               DISPLAY "AUTOR NAO EXISTE!      "
                               FOREGROUND-COLOR 4 HIGHLIGHT AT 1540
                           ELSE
                               ADD 1 TO TOTAL-COAUTORES
                               MOVE COAUTOR-COD
                               TO COAUTOR-TAB-COD(TOTAL-COAUTORES)
                               DISPLAY "REGISTADOS:"
                               HIGHLIGHT AT 1540
                               DISPLAY TOTAL-COAUTORES
                               HIGHLIGHT AT 1552
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       LIVROS-AUTORES-GRAVAR.
           MOVE 1 TO COAUTOR-IDX.
           PERFORM UNTIL COAUTOR-IDX > TOTAL-COAUTORES
               MOVE LIVRO-COD TO LIVAUT-LIVRO-COD
               MOVE COAUTOR-TAB-COD(COAUTOR-IDX) TO LIVAUT-AUTOR-COD
               WRITE REGISTO-LIVRO-AUTOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO COAUTOR-IDX
           END-PERFORM.

       LIVROS-AUTORES-APAGAR.
           MOVE "N" TO LIVAUT-FIM.
           MOVE LIVRO-COD TO LIVAUT-LIVRO-COD.
           MOVE 0 TO LIVAUT-AUTOR-COD.
           START FIC-LIVROS-AUTORES KEY >= LIVAUT-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL FS = "10" OR LIVAUT-FIM = "S"
                       READ FIC-LIVROS-AUTORES NEXT RECORD
                           NOT AT END
                               IF LIVAUT-LIVRO-COD = LIVRO-COD THEN
                                   DELETE FIC-LIVROS-AUTORES
                                   END-DELETE
                               ELSE
                                   MOVE "S" TO LIVAUT-FIM
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

       LIVROS-COAUTORES-TEXTO.
           MOVE SPACES TO COAUTORES-TEXTO.
           MOVE 1 TO COAUTORES-PTR.
           MOVE "N" TO LIVAUT-FIM.
           MOVE LIVRO-COD TO LIVAUT-LIVRO-COD.
           MOVE 0 TO LIVAUT-AUTOR-COD.
           START FIC-LIVROS-AUTORES KEY >= LIVAUT-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL FS = "10" OR LIVAUT-FIM = "S"
                   OR COAUTORES-PTR > 19
                       READ FIC-LIVROS-AUTORES NEXT RECORD
                           NOT AT END
                               IF LIVAUT-LIVRO-COD = LIVRO-COD THEN
                                   STRING
                                   LIVAUT-AUTOR-COD DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   INTO COAUTORES-TEXTO
                                   WITH POINTER COAUTORES-PTR
                                   END-STRING
                               ELSE
                                   MOVE "S" TO LIVAUT-FIM
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

       ISBN-NORMALIZAR.
           MOVE SPACES TO ISBN-LIMPO.
           MOVE 0 TO ISBN-TAMANHO.
           MOVE "S" TO ISBN-SO-DIGITOS.
           MOVE "N" TO ISBN-CARACTER-INVALIDO.
           MOVE 1 TO ISBN-IDX.
           PERFORM UNTIL ISBN-IDX > 20
               MOVE ISBN-ENTRADA(ISBN-IDX:1) TO ISBN-CARACTER
               EVALUATE TRUE
                   WHEN ISBN-CARACTER >= "0" AND ISBN-CARACTER <= "9"
                       PERFORM ISBN-CARACTER-JUNTAR
                   WHEN ISBN-CARACTER = "X" OR ISBN-CARACTER = "x"
                       MOVE "X" TO ISBN-CARACTER
                       MOVE "N" TO ISBN-SO-DIGITOS
                       PERFORM ISBN-CARACTER-JUNTAR
                   WHEN ISBN-CARACTER = "-" OR ISBN-CARACTER = SPACE
                       CONTINUE
                   WHEN OTHER
                       MOVE "S" TO ISBN-CARACTER-INVALIDO
               END-EVALUATE
               ADD 1 TO ISBN-IDX
           END-PERFORM.

       ISBN-CARACTER-JUNTAR.
           ADD 1 TO ISBN-TAMANHO.
           MOVE ISBN-CARACTER TO ISBN-LIMPO(ISBN-TAMANHO:1).

       ISBN-VALIDAR.
           MOVE "N" TO ISBN-OK.
           MOVE SPACES TO ISBN-NORMAL.
           IF ISBN-CARACTER-INVALIDO = "N" THEN
               IF ISBN-TAMANHO = 10 THEN
                   PERFORM ISBN-10-VALIDAR
               END-IF
               IF ISBN-TAMANHO = 13 AND ISBN-SO-DIGITOS = "S" THEN
                   PERFORM ISBN-13-VALIDAR
               END-IF
           END-IF.

       ISBN-10-VALIDAR.
           MOVE "S" TO ISBN-OK.
           MOVE 0 TO ISBN-SOMA.
           MOVE 1 TO ISBN-IDX.
           PERFORM UNTIL ISBN-IDX > 10
               IF ISBN-LIMPO(ISBN-IDX:1) = "X" THEN
                   IF ISBN-IDX = 10 THEN
                       MOVE 10 TO ISBN-VALOR
                   ELSE
                       MOVE "N" TO ISBN-OK
                       MOVE 0 TO ISBN-VALOR
                   END-IF
               ELSE
                   MOVE ISBN-LIMPO(ISBN-IDX:1) TO ISBN-DIGITO
                   MOVE ISBN-DIGITO TO ISBN-VALOR
               END-IF
               COMPUTE ISBN-SOMA =
                   ISBN-SOMA + ISBN-VALOR * (11 - ISBN-IDX)
               ADD 1 TO ISBN-IDX
           END-PERFORM.
           DIVIDE ISBN-SOMA BY 11 GIVING ISBN-QUOCIENTE
               REMAINDER ISBN-RESTO.
           IF ISBN-OK = "S" AND ISBN-RESTO = 0 THEN
               MOVE "978" TO ISBN-NORMAL(1:3)
               MOVE ISBN-LIMPO(1:9) TO ISBN-NORMAL(4:9)
               PERFORM ISBN-13-CONTROLO-CALCULAR
               MOVE ISBN-CONTROLO TO ISBN-NORMAL(13:1)
           ELSE
               MOVE "N" TO ISBN-OK
           END-IF.

       ISBN-13-VALIDAR.
           IF ISBN-LIMPO(1:3) = "978" OR ISBN-LIMPO(1:3) = "979" THEN
               MOVE ISBN-LIMPO(1:13) TO ISBN-NORMAL
               PERFORM ISBN-13-CONTROLO-CALCULAR
               MOVE ISBN-NORMAL(13:1) TO ISBN-DIGITO
               IF ISBN-DIGITO = ISBN-CONTROLO THEN
                   MOVE "S" TO ISBN-OK
               ELSE
                   MOVE SPACES TO ISBN-NORMAL
               END-IF
           END-IF.

       ISBN-13-CONTROLO-CALCULAR.
           MOVE 0 TO ISBN-SOMA.
           MOVE 1 TO ISBN-IDX.
           PERFORM UNTIL ISBN-IDX > 12
               MOVE ISBN-NORMAL(ISBN-IDX:1) TO ISBN-DIGITO
               DIVIDE ISBN-IDX BY 2 GIVING ISBN-QUOCIENTE
                   REMAINDER ISBN-RESTO
               IF ISBN-RESTO = 1 THEN
                   MOVE 1 TO ISBN-PESO
               ELSE
                   MOVE 3 TO ISBN-PESO
               END-IF
               COMPUTE ISBN-SOMA = ISBN-SOMA + ISBN-DIGITO * ISBN-PESO
               ADD 1 TO ISBN-IDX
           END-PERFORM.
           DIVIDE ISBN-SOMA BY 10 GIVING ISBN-QUOCIENTE
               REMAINDER ISBN-RESTO.
           IF ISBN-RESTO = 0 THEN
               MOVE 0 TO ISBN-CONTROLO
           ELSE
               COMPUTE ISBN-CONTROLO = 10 - ISBN-RESTO
           END-IF.

       LIVROS-ISBN-ACEITAR.
           MOVE LIVRO-ISBN TO ISBN-ENTRADA.
           PERFORM WITH TEST AFTER UNTIL ISBN-ACEITE = "S"
               MOVE "N" TO ISBN-ACEITE
               ACCEPT ISBN-ENTRADA HIGHLIGHT AT 0918
               IF ISBN-ENTRADA = SPACES THEN
                   MOVE SPACES TO LIVRO-ISBN
                   MOVE "S" TO ISBN-ACEITE
               ELSE
                   PERFORM ISBN-NORMALIZAR
                   PERFORM ISBN-VALIDAR
                   IF ISBN-OK = "N" THEN
                       DISPLAY "ISBN INVALIDO!               "
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0940
                   ELSE
                       PERFORM LIVROS-ISBN-DUPLICADO
                       IF ISBN-DUPLICADO = "S" THEN
                           DISPLAY "ISBN JA USADO NO LIVRO"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 0940
                           DISPLAY ISBN-DUPLICADO-COD
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 0963
                       ELSE
                           MOVE ISBN-NORMAL TO LIVRO-ISBN
                           MOVE "S" TO ISBN-ACEITE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "                    " AT 0918.
           DISPLAY LIVRO-ISBN HIGHLIGHT AT 0918.
           DISPLAY "                             " AT 0940.

       LIVROS-ISBN-DUPLICADO.
           MOVE "N" TO ISBN-DUPLICADO.
           MOVE REGISTO-LIVROS TO LIVRO-REGISTO-SAVE.
           MOVE ISBN-NORMAL TO LIVRO-ISBN.
           READ FIC-LIVROS KEY LIVRO-ISBN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LIVRO-COD NOT = LIVRO-COD-GUARDADO THEN
                       MOVE "S" TO ISBN-DUPLICADO
                       MOVE LIVRO-COD TO ISBN-DUPLICADO-COD
                   END-IF
           END-READ.
           MOVE LIVRO-REGISTO-SAVE TO REGISTO-LIVROS.

       LIVROS-PROCURA-LOCALIZAR.
           MOVE "N" TO EXISTE.
           MOVE "LIVRO NAO EXISTE!" TO LIVRO-PROCURA-MENSAGEM.
           MOVE LIVRO-PROCURA TO ISBN-ENTRADA.
           PERFORM ISBN-NORMALIZAR.
           IF ISBN-CARACTER-INVALIDO = "N" AND ISBN-SO-DIGITOS = "S"
           AND ISBN-TAMANHO > 0 AND ISBN-TAMANHO <= 5 THEN
               MOVE ISBN-LIMPO TO IMPORT-TESTE
               PERFORM IMPORT-NUMERO-VALIDAR
               MOVE IMPORT-NUMERO TO LIVRO-COD
               READ FIC-LIVROS KEY LIVRO-COD
                   INVALID KEY
                       MOVE "N" TO EXISTE
                   NOT INVALID KEY
                       MOVE "S" TO EXISTE
               END-READ
           ELSE
               PERFORM ISBN-VALIDAR
               IF ISBN-OK = "S" THEN
                   MOVE ISBN-NORMAL TO LIVRO-ISBN
                   READ FIC-LIVROS KEY LIVRO-ISBN
                       INVALID KEY
                           MOVE "N" TO EXISTE
                       NOT INVALID KEY
                           MOVE "S" TO EXISTE
                   END-READ
               ELSE
                   MOVE "ISBN INVALIDO!" TO LIVRO-PROCURA-MENSAGEM
               END-IF
           END-IF.

       LIVROS-NOVO.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "NOVO LIVRO" FOREGROUND-COLOR 3 HIGHLIGHT AT 0217.
           DISPLAY "PREENCHA O FORMULARIO:" AT 0403
           HIGHLIGHT.
           DISPLAY "CODIGO LIVRO:" AT 0603 HIGHLIGHT.
           DISPLAY "DEIXE EM BRANCO PARA RETROCEDER."
           AT 0803 HIGHLIGHT.
           MOVE "LIVROS" TO CONTADOR-FICHEIRO.
           PERFORM CONTADOR-PROPOR.
           IF CODIGO-PROPOSTO = 0 THEN
               PERFORM CONTADOR-INDISPONIVEL
           ELSE
               PERFORM LIVROS-NOVO-GRAVAR
           END-IF.

           DISPLAY "ENTER - CONTINUAR"
           HIGHLIGHT AT 1803.
           ACCEPT OMITTED AT 1821.
           MOVE "N" TO REPETIR-MENU.

       LIVROS-NOVO-GRAVAR.
           DISPLAY "PROPOSTO (0=USAR):" AT 0440 HIGHLIGHT.
           DISPLAY CODIGO-PROPOSTO HIGHLIGHT AT 0459.
           ACCEPT LIVRO-COD AUTO HIGHLIGHT AT 0618.
           IF LIVRO-COD NOT = SPACES AND LIVRO-COD = 0 THEN
               MOVE CODIGO-PROPOSTO TO LIVRO-COD
           END-IF.
           DISPLAY LIVRO-COD HIGHLIGHT AT 0618.
           DISPLAY "                                " AT 0803.
           READ FIC-LIVROS
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.
           IF (EXISTE = "S") THEN
               DISPLAY "LIVRO JA EXISTE!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0618
           ELSE
               IF LIVRO-COD = SPACES THEN
                   DISPLAY " " AT 0618 HIGHLIGHT
               ELSE
                   DISPLAY "PREENCHA O FORMULARIO:" AT 0403 HIGHLIGHT
                   DISPLAY "      TITULO:" AT 0803 HIGHLIGHT
                   DISPLAY "        ISBN:" AT 0903 HIGHLIGHT
                   DISPLAY " CODIGO TEMA:" AT 1003 HIGHLIGHT
                   DISPLAY "CODIGO AUTOR:" AT 1203 HIGHLIGHT
                   DISPLAY "N EXEMPLARES:" AT 1403 HIGHLIGHT
                   PERFORM WITH TEST AFTER UNTIL
                   TITULO > SPACES
                       ACCEPT TITULO HIGHLIGHT AT 0818
                       IF TITULO = SPACES THEN
                           DISPLAY "TITULO INCORRETO! "
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 0818
                       ELSE
                           DISPLAY "                 " AT 0818
                       END-IF
                   END-PERFORM
                   DISPLAY TITULO HIGHLIGHT AT 0818
                   MOVE SPACES TO LIVRO-ISBN
                   PERFORM LIVROS-ISBN-ACEITAR
                   PERFORM WITH TEST AFTER UNTIL
                   LIVRO-TEMA-COD > 0
                       ACCEPT LIVRO-TEMA-COD AUTO HIGHLIGHT AT 1018
                       IF LIVRO-TEMA-COD = SPACES THEN
                           DISPLAY "CODIGO INCORRETO! "
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1018
                       ELSE
                           DISPLAY "                 " AT 1018
                       END-IF
                   END-PERFORM
                   MOVE LIVRO-TEMA-COD TO TEMA-COD
                   READ FIC-TEMAS KEY TEMA-COD
                       INVALID KEY
                           MOVE "N" TO EXISTE
                       NOT INVALID KEY
                           MOVE "S" TO EXISTE
                   END-READ
                   IF (EXISTE = "N") THEN
                       DISPLAY "TEMA NAO EXISTE"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1018
                   END-IF
                   DISPLAY TEMA-COD HIGHLIGHT AT 1018
                   PERFORM WITH TEST AFTER UNTIL
                   LIVRO-AUTOR-COD > 0
                       ACCEPT LIVRO-AUTOR-COD AUTO HIGHLIGHT AT 1218
                       IF LIVRO-AUTOR-COD = SPACES THEN
                           DISPLAY "CODIGO INCORRETO! "
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1218
                       ELSE
                           DISPLAY "                 " AT 1218
                       END-IF
                   END-PERFORM
                   MOVE LIVRO-AUTOR-COD TO AUTOR-COD
                   READ FIC-AUTORES KEY AUTOR-COD
                       INVALID KEY
                           MOVE "N" TO EXISTE
                       NOT INVALID KEY
                           MOVE "S" TO EXISTE
                   END-READ
                   IF (EXISTE = "N") THEN
                       DISPLAY "AUTOR NAO EXISTE!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1218
                   END-IF
                   DISPLAY AUTOR-COD HIGHLIGHT AT 1218

                   PERFORM WITH TEST AFTER UNTIL
                   NUM-EXEMPLARES > 0
                       ACCEPT NUM-EXEMPLARES AUTO HIGHLIGHT AT 1418
                       IF NUM-EXEMPLARES = SPACES THEN
                           DISPLAY "NUMERO INCORRETO! "
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1418
                       ELSE
                           DISPLAY "                 " AT 1418
                       END-IF
                   END-PERFORM
                   DISPLAY NUM-EXEMPLARES HIGHLIGHT AT 1418

                   PERFORM LIVROS-COAUTORES-ACEITAR

                   WRITE REGISTO-LIVROS
                       INVALID KEY
                           DISPLAY "ERRO AO CRIAR LIVRO!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1603
                       NOT INVALID KEY
                           DISPLAY "LIVRO CRIADO COM SUCESSO!"
                           FOREGROUND-COLOR 2 HIGHLIGHT AT 1603
                           MOVE "LIVRO" TO HIST-FICHEIRO
                           MOVE LIVRO-COD TO HIST-COD
                           MOVE "CRIACAO" TO HIST-OPERACAO
                           MOVE SPACES TO HIST-CAMPO-ANTIGO
                           MOVE TITULO TO HIST-CAMPO-NOVO
                           PERFORM HISTORICO-REGISTAR
                           MOVE LIVRO-COD TO CODIGO-USADO
                           PERFORM CONTADOR-ATUALIZAR
                           PERFORM LIVROS-AUTORES-GRAVAR
                   END-WRITE
               END-IF
           END-IF.

       LIVROS-ALTERAR.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "ALTERAR LIVRO" FOREGROUND-COLOR 3 HIGHLIGHT AT 0217.

           DISPLAY "INSIRA CODIGO DO LIVRO:" AT 0403 HIGHLIGHT.
           DISPLAY "CODIGO LIVRO:" AT 0603 HIGHLIGHT.
           DISPLAY "DEIXE EM BRANCO PARA RETROCEDER."
           AT 0803 HIGHLIGHT.
           ACCEPT LIVRO-COD AUTO HIGHLIGHT AT 0618.
           DISPLAY LIVRO-COD HIGHLIGHT AT 0618.
           DISPLAY "                                " AT 0803.
           PERFORM LIVRO-LER-BLOQUEAR.
           UNLOCK FIC-LIVROS.
           MOVE REGISTO-LIVROS TO LIVRO-IMAGEM-LIDA.
           IF (EXISTE = "N") THEN
               IF LIVRO-COD = SPACES THEN
                   DISPLAY " " AT 0618 HIGHLIGHT
               ELSE
                   IF BLOQUEIO-DESISTIU = "S" THEN
                       DISPLAY "REGISTO EM USO NOUTRO POSTO!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0618
                   ELSE
                       DISPLAY "LIVRO NAO EXISTE!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0618
                   END-IF
               END-IF
           ELSE
               MOVE TITULO TO TITULO-ANTIGO-SAVE
               MOVE LIVRO-ISBN TO ISBN-ANTIGO-SAVE
               DISPLAY "PREENCHA O FORMULARIO:" AT 0403 HIGHLIGHT
               DISPLAY "      TITULO:"AT 0803 HIGHLIGHT
               DISPLAY "        ISBN:" AT 0903 HIGHLIGHT
               DISPLAY " CODIGO TEMA:" AT 1003 HIGHLIGHT
               DISPLAY "CODIGO AUTOR:" AT 1203 HIGHLIGHT
               DISPLAY "N EXEMPLARES:" AT 1403 HIGHLIGHT

               PERFORM WITH TEST AFTER UNTIL
               TITULO > SPACES
                   ACCEPT TITULO HIGHLIGHT AT 0818
                   IF TITULO = SPACES THEN
                       DISPLAY "TITULO INCORRETO! "
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0818
                   ELSE
                       DISPLAY "                 " AT 0818
                   END-IF
               END-PERFORM
               DISPLAY TITULO HIGHLIGHT AT 0818
               PERFORM LIVROS-ISBN-ACEITAR
               PERFORM WITH TEST AFTER UNTIL
               LIVRO-TEMA-COD > 0
                   ACCEPT LIVRO-TEMA-COD AUTO HIGHLIGHT AT 1018
                   IF LIVRO-TEMA-COD = SPACES THEN
                       DISPLAY "CODIGO INCORRETO! "
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1018
                   ELSE
                       DISPLAY "                 " AT 1018
                   END-IF
               END-PERFORM
               MOVE LIVRO-TEMA-COD TO TEMA-COD
               READ FIC-TEMAS KEY TEMA-COD
                   INVALID KEY
                       MOVE "N" TO EXISTE
                   NOT INVALID KEY
                       MOVE "S" TO EXISTE
               END-READ
               IF (EXISTE = "N") THEN
                   DISPLAY "TEMA NAO EXISTE"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1018
               END-IF
               DISPLAY LIVRO-TEMA-COD HIGHLIGHT AT 1018
               PERFORM WITH TEST AFTER UNTIL
               LIVRO-AUTOR-COD > 0
                   ACCEPT LIVRO-AUTOR-COD AUTO HIGHLIGHT AT 1220
                   IF LIVRO-AUTOR-COD = SPACES THEN
                       DISPLAY "CODIGO INCORRETO! "
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1220
                   ELSE
                       DISPLAY "                 " AT 1220
                   END-IF
               END-PERFORM
               MOVE LIVRO-AUTOR-COD TO AUTOR-COD
               READ FIC-AUTORES KEY AUTOR-COD
                   INVALID KEY
                       MOVE "N" TO EXISTE
                   NOT INVALID KEY
                       MOVE "S" TO EXISTE
               END-READ
               IF (EXISTE = "N") THEN
                   DISPLAY "AUTOR NAO EXISTE"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1220
               END-IF

               PERFORM WITH TEST AFTER UNTIL
               NUM-EXEMPLARES > 0
                   ACCEPT NUM-EXEMPLARES AUTO HIGHLIGHT AT 1418
                   IF NUM-EXEMPLARES = SPACES THEN
                       DISPLAY "NUMERO INCORRETO! "
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1418
                   ELSE
                       DISPLAY "                 " AT 1418
                   END-IF
               END-PERFORM
               DISPLAY NUM-EXEMPLARES HIGHLIGHT AT 1418

               PERFORM LIVROS-COAUTORES-TEXTO
               DISPLAY "COAUTORES ATUAIS:" AT 1503 HIGHLIGHT
               DISPLAY COAUTORES-TEXTO HIGHLIGHT AT 1521
               DISPLAY "ALTERAR (S/N)?" AT 1548 HIGHLIGHT
               MOVE "N" TO COAUTORES-ALTERAR
               ACCEPT COAUTORES-ALTERAR AUTO HIGHLIGHT AT 1563
               IF COAUTORES-ALTERAR = "s" THEN
                   MOVE "S" TO COAUTORES-ALTERAR
               END-IF
               IF COAUTORES-ALTERAR = "S" THEN
                   DISPLAY "                              " &
                   "                                   " AT 1503
                   PERFORM LIVROS-COAUTORES-ACEITAR
               END-IF

               PERFORM LIVRO-BLOQUEAR
               IF BLOQUEIO-CONFLITO = "S" THEN
                   DISPLAY BLOQUEIO-MENSAGEM
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1603
               ELSE
                   REWRITE REGISTO-LIVROS
                       INVALID KEY
                           DISPLAY "ERRO AO ALTERAR LIVRO!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1603
                       NOT INVALID KEY
                           DISPLAY "LIVRO ALTERADO COM SUCESSO!"
                           FOREGROUND-COLOR 2 HIGHLIGHT AT 1603
                           IF COAUTORES-ALTERAR = "S" THEN
                               PERFORM LIVROS-AUTORES-APAGAR
                               PERFORM LIVROS-AUTORES-GRAVAR
                           END-IF
                           MOVE "LIVRO" TO HIST-FICHEIRO
                           MOVE LIVRO-COD TO HIST-COD
                           MOVE "ALTERACAO" TO HIST-OPERACAO
                           MOVE TITULO-ANTIGO-SAVE TO HIST-CAMPO-ANTIGO
                           MOVE TITULO TO HIST-CAMPO-NOVO
                           PERFORM HISTORICO-REGISTAR
                           IF LIVRO-ISBN NOT = ISBN-ANTIGO-SAVE THEN
                               MOVE "ISBN" TO HIST-OPERACAO
                               MOVE ISBN-ANTIGO-SAVE
                               TO HIST-CAMPO-ANTIGO
                               MOVE LIVRO-ISBN TO HIST-CAMPO-NOVO
                               PERFORM HISTORICO-REGISTAR
                           END-IF
                   END-REWRITE
               END-IF
               UNLOCK FIC-LIVROS
           END-IF.

           DISPLAY "ENTER - CONTINUAR"
           ACCEPT OMITTED AT 1821.
           MOVE "N" TO REPETIR-MENU.

       LIVROS-VERIFICA-REFERENCIA.
           MOVE "N" TO REFERENCIADO.
           MOVE "N" TO ALUGUERES-FIM.
           MOVE LIVRO-COD TO ALUGUER-LIVRO-COD.
           START FIC-ALUGUERES KEY = ALUGUER-LIVRO-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   OR ALUGUERES-FIM = "S"
                       READ FIC-ALUGUERES NEXT RECORD
                           NOT AT END
                               IF ALUGUER-LIVRO-COD = LIVRO-COD THEN
                                   IF ESTADO = "A" THEN
                                       MOVE "S" TO REFERENCIADO
                                   END-IF
                   END-PERFORM
           END-START.

       LIVROS-ELIMINAR.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "ELIMINAR LIVRO" FOREGROUND-COLOR 3
           HIGHLIGHT AT 0217.

           DISPLAY "INSIRA CODIGO DO LIVRO:" AT 0403
           HIGHLIGHT.

           DISPLAY "CODIGO LIVRO:" AT 0603 HIGHLIGHT.

           DISPLAY "DEIXE EM BRANCO PARA RETROCEDER." AT 0803 HIGHLIGHT.

           ACCEPT LIVRO-COD AUTO HIGHLIGHT AT 0618.
           DISPLAY LIVRO-COD HIGHLIGHT AT 0618.
           DISPLAY "                                " AT 0803.

           PERFORM LIVRO-LER-BLOQUEAR.

           IF (EXISTE = "N") THEN
               IF LIVRO-COD = SPACES THEN
                   DISPLAY " " AT 0618 HIGHLIGHT
               ELSE
                   IF BLOQUEIO-DESISTIU = "S" THEN
                       DISPLAY "REGISTO EM USO NOUTRO POSTO!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0618
                   ELSE
                       DISPLAY "LIVRO NAO EXISTE!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0618
                   END-IF
               END-IF
           ELSE
               PERFORM LIVROS-VERIFICA-REFERENCIA
               IF REFERENCIADO = "S" THEN
                   DISPLAY "LIVRO TEM ALUGUER EM ABERTO!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0803
               ELSE
                   DELETE FIC-LIVROS
                   INVALID KEY
                       DISPLAY "ERRO AO ELIMINAR LIVRO! "
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0803
                   NOT INVALID KEY
                       DISPLAY "LIVRO APAGADO!"
                       FOREGROUND-COLOR 2 HIGHLIGHT AT 0803
                       PERFORM LIVROS-AUTORES-APAGAR
                       MOVE "LIVRO" TO HIST-FICHEIRO
                       MOVE LIVRO-COD TO HIST-COD
                       MOVE "ELIMINACAO" TO HIST-OPERACAO
                       MOVE TITULO TO HIST-CAMPO-ANTIGO
                       MOVE SPACES TO HIST-CAMPO-NOVO
                       PERFORM HISTORICO-REGISTAR
                   END-DELETE
               END-IF
           END-IF.
           UNLOCK FIC-LIVROS.

           DISPLAY "ENTER - CONTINUAR"
           HIGHLIGHT AT 1803.
           ACCEPT OMITTED AT 1821.
           MOVE "N" TO REPETIR-MENU.

       LIVROS-LISTAGEM.
           PERFORM SAIDA-ESCOLHER.
           IF SAIDA-ESCOLHIDA = "F" THEN
               PERFORM LIVROS-LISTAGEM-FICHEIRO
           ELSE
               PERFORM LIVROS-LISTAGEM-ECRA
           END-IF.
           MOVE "N" TO REPETIR-MENU.

       LIVROS-RELATORIO-UM.
           MOVE LIVRO-COD TO REL-LIV-COD.
           MOVE LIVRO-TEMA-COD TO REL-LIV-TEMA.
           MOVE LIVRO-AUTOR-COD TO REL-LIV-AUTOR.
           MOVE NUM-EXEMPLARES TO REL-LIV-EXEMP.
           MOVE TITULO TO REL-LIV-TITULO.
           PERFORM LIVROS-COAUTORES-TEXTO.
           MOVE COAUTORES-TEXTO TO REL-LIV-COAUT.
           MOVE REL-LINHA-LIVRO TO RELATORIO-DETALHE.
           PERFORM RELATORIO-LINHA-ESCREVER.
           READ FIC-LIVROS KEY LIVRO-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       LIVROS-LISTAGEM-FICHEIRO.
           MOVE "LISTAGEM DE LIVROS" TO RELATORIO-TITULO.
           MOVE
           "CODIGO  TEMA    AUTOR   EXS.  TITULO              " &
           "            COAUTORES"
           TO RELATORIO-COLUNAS.
           PERFORM RELATORIO-INICIAR.
           MOVE 0 TO LIVRO-COD.
           START FIC-LIVROS KEY > LIVRO-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-LIVROS NEXT RECORD
                               NOT AT END
                                   PERFORM LIVROS-RELATORIO-UM
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.
           PERFORM RELATORIO-TERMINAR.

       LIVROS-LISTAGEM-ECRA.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "LISTAGEM DE LIVROS" FOREGROUND-COLOR 3
           HIGHLIGHT AT 0217.

           DISPLAY "*************************************************" &
           "**********************************************************"
           AT 0301.

           DISPLAY "COD. LIVRO" FOREGROUND-COLOR 3 HIGHLIGHT AT 0403.
           DISPLAY "COD. TEMA" FOREGROUND-COLOR 3 HIGHLIGHT AT 0416.
           DISPLAY "COD. AUTOR" FOREGROUND-COLOR 3 HIGHLIGHT AT 0428.
           DISPLAY "TITULO" FOREGROUND-COLOR 3 HIGHLIGHT AT 0440.
           DISPLAY "COAUTORES" FOREGROUND-COLOR 3 HIGHLIGHT AT 0471.
           DISPLAY "PAG." FOREGROUND-COLOR 3 HIGHLIGHT AT 2002.
           DISPLAY "|" FOREGROUND-COLOR 3 AT 2009.

           DISPLAY "*************************************************" &
           "**********************************************************"
           AT 0501.
           DISPLAY "*************************************************" &
           "**********************************************************"
           AT 1901.

           MOVE 1 TO PAGINA.
           MOVE 0 TO LIVRO-COD.
           START FIC-LIVROS KEY > LIVRO-COD
               INVALID KEY
                   DISPLAY "FICHEIRO VAZIO. ENTER - CONTINUAR."
                   HIGHLIGHT AT 2011
                   DISPLAY "00" HIGHLIGHT AT 2006
                   ACCEPT OMITTED AT 2050
               NOT INVALID KEY
                   MOVE 6 TO LINHA
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-LIVROS NEXT RECORD
                               NOT AT END
                                   DISPLAY PAGINA
                                   HIGHLIGHT AT 2006

                                   READ FIC-LIVROS KEY LIVRO-COD
                                       INVALID KEY
                                           MOVE "N" TO EXISTE
                                       NOT INVALID KEY
                                           MOVE "S" TO EXISTE
                                   END-READ

                                   IF (EXISTE = "N") THEN
                                       DISPLAY LIVRO-COD
                                       FOREGROUND-COLOR 4
                                       HIGHLIGHT LINE LINHA COL 3
                                       DISPLAY "INSIRA RESTANTES DADOS!"
                                       FOREGROUND-COLOR 4
                                       HIGHLIGHT LINE LINHA COL 80
                                   ELSE
                                       DISPLAY LIVRO-COD
                                       HIGHLIGHT LINE LINHA COL 3
                                   END-IF


                                   MOVE LIVRO-TEMA-COD TO TEMA-COD
                                   READ FIC-TEMAS KEY TEMA-COD
                                       INVALID KEY
                                           MOVE "N" TO EXISTE
                                       NOT INVALID KEY
                                           MOVE "S" TO EXISTE
                                   END-READ

                                   IF (EXISTE = "N") THEN
                                       DISPLAY LIVRO-TEMA-COD
                                       FOREGROUND-COLOR 4
                                       HIGHLIGHT LINE LINHA COL 16
                                       DISPLAY "INSIRA RESTANTES DADOS!"
                                       FOREGROUND-COLOR 4
                                       HIGHLIGHT LINE LINHA COL 80
                                   ELSE
                                       DISPLAY LIVRO-TEMA-COD
                                       HIGHLIGHT LINE LINHA COL 16
                                   END-IF


                                   MOVE LIVRO-AUTOR-COD TO AUTOR-COD
                                   READ FIC-AUTORES KEY AUTOR-COD
                                       INVALID KEY
                                           MOVE "N" TO EXISTE
                                       NOT INVALID KEY
                                           MOVE "S" TO EXISTE
                                   END-READ

                                   IF (EXISTE = "N") THEN
                                       DISPLAY LIVRO-AUTOR-COD
                                       FOREGROUND-COLOR 4
                                       HIGHLIGHT LINE LINHA COL 28
                                       DISPLAY "INSIRA RESTANTES DADOS!"
                                       FOREGROUND-COLOR 4
                                       HIGHLIGHT LINE LINHA COL 80
                                   ELSE
                                       DISPLAY LIVRO-AUTOR-COD
                                       HIGHLIGHT LINE LINHA COL 28
                                   END-IF

                                   DISPLAY TITULO
                                   HIGHLIGHT LINE LINHA COL 40
                                   PERFORM LIVROS-COAUTORES-TEXTO
                                   DISPLAY COAUTORES-TEXTO
                                   HIGHLIGHT LINE LINHA COL 71
                                   READ FIC-LIVROS KEY LIVRO-COD
                                       INVALID KEY
                                           CONTINUE
                                       NOT INVALID KEY
                                           CONTINUE
                                   END-READ
                                   ADD 1 TO LINHA
                                   IF LINHA = 19 THEN
                                       MOVE 6 TO LINHA
                                       DISPLAY
                            "ENTER - PROXIMA PAGINA."
                                       HIGHLIGHT AT 2011
                                       ACCEPT OMITTED AT 2040
                                       ADD 1 TO PAGINA

                                   END-IF
                           END-READ
                       END-PERFORM
           "*********************************************************" &
           "*********"
           LINE LINHA COL 1
                   DISPLAY "ENTER - CONTINUAR"
                   HIGHLIGHT AT 2011
                   ACCEPT OMITTED AT 2030
           END-START.

           MOVE "N" TO REPETIR-MENU.

       LIVROS-PESQUISAR-UM.
           DISPLAY PAGINA HIGHLIGHT AT 2006.
           PERFORM ALUGUERES-VERIFICA-LIVRO-OCUPADO.
           MOVE NUM-EXEMPLARES TO EXEMPLARES-TOTAL.
           COMPUTE EXEMPLARES-DISPONIVEIS =
               EXEMPLARES-TOTAL - EXEMPLARES-ALUGADOS.
           IF EXEMPLARES-DISPONIVEIS < 0 THEN
               MOVE 0 TO EXEMPLARES-DISPONIVEIS
           END-IF.
           PERFORM RESERVAS-CONTAR-ATIVAS.
           DISPLAY LIVRO-COD HIGHLIGHT LINE LINHA COL 3.
           DISPLAY TITULO HIGHLIGHT LINE LINHA COL 14.
           DISPLAY NUM-EXEMPLARES HIGHLIGHT LINE LINHA COL 48.
           IF EXEMPLARES-DISPONIVEIS > 0 THEN
               DISPLAY EXEMPLARES-DISPONIVEIS
               FOREGROUND-COLOR 2 HIGHLIGHT LINE LINHA COL 60
           ELSE
               DISPLAY EXEMPLARES-DISPONIVEIS
               FOREGROUND-COLOR 4 HIGHLIGHT LINE LINHA COL 60
           END-IF.
           DISPLAY RESERVAS-ATIVAS HIGHLIGHT LINE LINHA COL 74.
           ADD 1 TO LINHA.
           IF LINHA = 19 THEN
               MOVE 6 TO LINHA
               DISPLAY "ENTER - PROXIMA PAGINA."
               HIGHLIGHT AT 2011
               ACCEPT OMITTED AT 2053
               ADD 1 TO PAGINA
           END-IF.
           READ FIC-LIVROS KEY LIVRO-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       LIVROS-PESQUISAR.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "PESQUISAR LIVROS" FOREGROUND-COLOR 3
           HIGHLIGHT AT 0217.

           DISPLAY "PESQUISAR POR (1=TITULO 2=TEMA 3=AUTOR " &
           "4=CODIGO/ISBN 0=VOLTAR):" AT 0403 HIGHLIGHT.
           PERFORM WITH TEST AFTER UNTIL
           PESQUISA-TIPO >= 0 AND PESQUISA-TIPO <= 4
               ACCEPT PESQUISA-TIPO AUTO HIGHLIGHT AT 0467
               IF NOT (PESQUISA-TIPO >= 0 AND PESQUISA-TIPO <= 4) THEN
                   DISPLAY "OPCAO INCORRETA!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0470
               ELSE
                   DISPLAY "                " AT 0470
               END-IF
           END-PERFORM.

           IF PESQUISA-TIPO = 4 THEN
               PERFORM LIVROS-PESQUISAR-CODIGO
           END-IF.

           IF PESQUISA-TIPO = 0 OR PESQUISA-TIPO = 4 THEN
               CONTINUE
           ELSE
               MOVE SPACES TO NOME-PESQUISA
               MOVE 0 TO PESQUISA-COD
               IF PESQUISA-TIPO = 1 THEN
                   DISPLAY "PARTE DO TITULO:" AT 0603 HIGHLIGHT
                   ACCEPT NOME-PESQUISA HIGHLIGHT AT 0620
               ELSE
                   IF PESQUISA-TIPO = 2 THEN
                       DISPLAY "CODIGO DO TEMA.:" AT 0603 HIGHLIGHT
                   ELSE
                       DISPLAY "CODIGO DO AUTOR:" AT 0603 HIGHLIGHT
                   END-IF
                   ACCEPT PESQUISA-COD AUTO HIGHLIGHT AT 0620
               END-IF

               IF PESQUISA-TIPO = 1 AND NOME-PESQUISA = SPACES THEN
                   DISPLAY " " AT 0620 HIGHLIGHT
               ELSE
                   IF PESQUISA-TIPO = 1 THEN
                       MOVE FUNCTION LENGTH(
                       FUNCTION TRIM(NOME-PESQUISA))
                       TO NOME-PESQUISA-LEN
                   END-IF

                   DISPLAY "COD. LIVRO" FOREGROUND-COLOR 3
                   HIGHLIGHT AT 0503
                   DISPLAY "TITULO" FOREGROUND-COLOR 3
                   HIGHLIGHT AT 0514
                   DISPLAY "EXEMPLARES" FOREGROUND-COLOR 3
                   HIGHLIGHT AT 0546
                   DISPLAY "DISPONIVEIS" FOREGROUND-COLOR 3
                   HIGHLIGHT AT 0558
                   DISPLAY "RESERVAS" FOREGROUND-COLOR 3
                   HIGHLIGHT AT 0571
                   DISPLAY "PAG." FOREGROUND-COLOR 3 HIGHLIGHT AT 2002
                   DISPLAY "|" FOREGROUND-COLOR 3 AT 2009

                   MOVE 1 TO PAGINA
                   MOVE "N" TO ENCONTROU
                   MOVE 6 TO LINHA
                   MOVE 0 TO LIVRO-COD
                   START FIC-LIVROS KEY > LIVRO-COD
                       INVALID KEY
                           DISPLAY "FICHEIRO VAZIO. ENTER - CONTINUAR."
                           HIGHLIGHT AT 2011
                           DISPLAY "00" HIGHLIGHT AT 2006
                           ACCEPT OMITTED AT 2054
                       NOT INVALID KEY
                           IF FS <> "05" AND FS <> "23" THEN
                               PERFORM UNTIL FS = "10"
                                   READ FIC-LIVROS NEXT RECORD
                                       NOT AT END
                                           PERFORM
                                           LIVROS-PESQUISAR-FILTRAR
                                   END-READ
                               END-PERFORM
                           END-IF
                           IF ENCONTROU = "N" THEN
                               DISPLAY "NENHUM LIVRO ENCONTRADO!"
                               FOREGROUND-COLOR 4 HIGHLIGHT
                               LINE LINHA COL 3
                               ADD 1 TO LINHA
                           END-IF
                           DISPLAY "*********************************" &
           "*********************************************************" &
           "*****************"
           LINE LINHA COL 1
                           DISPLAY "ENTER - CONTINUAR"
                           HIGHLIGHT AT 2011
                           ACCEPT OMITTED AT 2030
                   END-START
               END-IF
           END-IF.

           MOVE "N" TO REPETIR-MENU.

       LIVROS-PESQUISAR-FILTRAR.
           EVALUATE PESQUISA-TIPO
               WHEN 1
                   MOVE 0 TO OCORRENCIAS
                   INSPECT TITULO TALLYING OCORRENCIAS
                   FOR ALL NOME-PESQUISA(1:NOME-PESQUISA-LEN)
                   IF OCORRENCIAS > 0 THEN
                       MOVE "S" TO ENCONTROU
                       PERFORM LIVROS-PESQUISAR-UM
                   END-IF
               WHEN 2
                   IF LIVRO-TEMA-COD = PESQUISA-COD THEN
                       MOVE "S" TO ENCONTROU
                       PERFORM LIVROS-PESQUISAR-UM
                   END-IF
               WHEN 3
                   MOVE "N" TO PESQUISA-AUTOR-OK
                   IF LIVRO-AUTOR-COD = PESQUISA-COD THEN
                       MOVE "S" TO PESQUISA-AUTOR-OK
                   ELSE
                       MOVE LIVRO-COD TO LIVAUT-LIVRO-COD
                       MOVE PESQUISA-COD TO LIVAUT-AUTOR-COD
                       READ FIC-LIVROS-AUTORES
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "S" TO PESQUISA-AUTOR-OK
                       END-READ
                   END-IF
                   IF PESQUISA-AUTOR-OK = "S" THEN
                       MOVE "S" TO ENCONTROU
                       PERFORM LIVROS-PESQUISAR-UM
                   END-IF
           END-EVALUATE.

       LIVROS-PESQUISAR-CODIGO.
           DISPLAY "CODIGO OU ISBN.:" AT 0603 HIGHLIGHT.
           MOVE SPACES TO LIVRO-PROCURA.
           ACCEPT LIVRO-PROCURA HIGHLIGHT AT 0620.
           IF LIVRO-PROCURA = SPACES THEN
               DISPLAY " " AT 0620 HIGHLIGHT
           ELSE
               PERFORM LIVROS-PROCURA-LOCALIZAR
               IF EXISTE = "N" THEN
                   DISPLAY LIVRO-PROCURA-MENSAGEM
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0640
                   DISPLAY "ENTER - CONTINUAR"
                   HIGHLIGHT AT 1803
                   ACCEPT OMITTED AT 1821
               ELSE
                   DISPLAY "COD. LIVRO" FOREGROUND-COLOR 3
                   HIGHLIGHT AT 0503
                   DISPLAY "TITULO" FOREGROUND-COLOR 3
                   HIGHLIGHT AT 0514
                   DISPLAY "EXEMPLARES" FOREGROUND-COLOR 3
                   HIGHLIGHT AT 0546
                   DISPLAY "DISPONIVEIS" FOREGROUND-COLOR 3
                   HIGHLIGHT AT 0558
                   DISPLAY "RESERVAS" FOREGROUND-COLOR 3
                   HIGHLIGHT AT 0571
                   DISPLAY "PAG." FOREGROUND-COLOR 3 HIGHLIGHT AT 2002
                   DISPLAY "|" FOREGROUND-COLOR 3 AT 2009
                   MOVE 1 TO PAGINA
                   MOVE 6 TO LINHA
                   PERFORM LIVROS-PESQUISAR-UM
                   DISPLAY "ISBN:" HIGHLIGHT LINE LINHA COL 14
                   DISPLAY LIVRO-ISBN HIGHLIGHT LINE LINHA COL 20
                   ADD 1 TO LINHA
                   DISPLAY "*********************************" &
           "*********************************************************" &
           "*****************"
           LINE LINHA COL 1
                   DISPLAY "ENTER - CONTINUAR"
                   HIGHLIGHT AT 2011
                   ACCEPT OMITTED AT 2030
               END-IF
           END-IF.

       INVENTARIO-RECONCILIAR.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "INVENTARIO DE PRATELEIRA" FOREGROUND-COLOR 3
           HIGHLIGHT AT 0217.
           DISPLAY "CONTAGEM LIDA DE INVENTARIO.CSV (COD LIVRO," &
           "QUANTIDADE)" AT 0403 HIGHLIGHT.
           DISPLAY "TEMA (0=TODOS):" AT 0603 HIGHLIGHT.
           MOVE 0 TO INVENTARIO-TEMA-COD.
           ACCEPT INVENTARIO-TEMA-COD AUTO HIGHLIGHT AT 0619.
           MOVE "S" TO EXISTE.
           IF INVENTARIO-TEMA-COD > 0 THEN
               MOVE INVENTARIO-TEMA-COD TO TEMA-COD
               READ FIC-TEMAS
                   INVALID KEY
                       MOVE "N" TO EXISTE
                       DISPLAY "TEMA NAO EXISTE!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0626
                   NOT INVALID KEY
                       DISPLAY TEMA HIGHLIGHT AT 0626
               END-READ
           ELSE
               DISPLAY "TODOS OS TEMAS" HIGHLIGHT AT 0626
           END-IF.

           IF EXISTE = "S" THEN
               PERFORM INVENTARIO-PROCESSAR
           ELSE
               DISPLAY "ENTER - CONTINUAR"
               HIGHLIGHT AT 1803
               ACCEPT OMITTED AT 1821
           END-IF.
           MOVE "N" TO REPETIR-MENU.

       INVENTARIO-PROCESSAR.
           MOVE 0 TO INVENTARIO-LINHAS-LIDAS.
           MOVE 0 TO INVENTARIO-LINHAS-INVALIDAS.
           MOVE 0 TO INVENTARIO-FALTAS.
           MOVE 0 TO INVENTARIO-EXCEDENTES.
           MOVE 0 TO INVENTARIO-EXEMP-FALTA.
           MOVE 0 TO INVENTARIO-EXEMP-EXCESSO.
           MOVE 0 TO INVENTARIO-NAO-CATALOGADOS.
           MOVE 0 TO INVENTARIO-OUTRO-TEMA.
           MOVE 0 TO INVENTARIO-AJUSTADOS.
           MOVE 0 TO INVENTARIO-RECUSADOS.

           MOVE SPACES TO RELATORIO-TITULO.
           IF INVENTARIO-TEMA-COD > 0 THEN
               MOVE INVENTARIO-TEMA-COD TO INVENTARIO-EDT
               STRING
               "INVENTARIO - TEMA " DELIMITED BY SIZE
               INVENTARIO-EDT DELIMITED BY SIZE
               INTO RELATORIO-TITULO
               END-STRING
           ELSE
               MOVE "INVENTARIO - TODOS OS TEMAS" TO RELATORIO-TITULO
           END-IF.
           MOVE
           "CODIGO  TITULO                         REG.    " &
           "FORA  ESPER  CONT.    DIF.  SITUACAO"
           TO RELATORIO-COLUNAS.
           PERFORM RELATORIO-INICIAR.

           DISPLAY "A CARREGAR A CONTAGEM..." AT 0803 HIGHLIGHT.
           PERFORM INVENTARIO-CARREGAR.
           IF INVENTARIO-LINHAS-LIDAS = 0 THEN
               PERFORM INVENTARIO-VAZIO
           ELSE
               PERFORM INVENTARIO-CONFERIR
           END-IF.
           CLOSE FIC-CONTAGEM.

       INVENTARIO-VAZIO.
           MOVE "FICHEIRO INVENTARIO.CSV VAZIO OU INEXISTENTE"
           TO RELATORIO-DETALHE.
           PERFORM RELATORIO-SUBTITULO-ESCREVER.
           CLOSE FIC-RELATORIO.
           DISPLAY "FICHEIRO INVENTARIO.CSV VAZIO OU INEXISTENTE"
           FOREGROUND-COLOR 4 HIGHLIGHT AT 0903.
           DISPLAY "EXEMPLARES NAO FORAM ALTERADOS."
           HIGHLIGHT AT 1003.
           DISPLAY "ENTER - CONTINUAR"
           HIGHLIGHT AT 1803.
           ACCEPT OMITTED AT 1821.

       INVENTARIO-CONFERIR.
           DISPLAY "A RECONCILIAR O CATALOGO..." AT 0903 HIGHLIGHT.
           MOVE "R" TO INVENTARIO-MODO.
           PERFORM INVENTARIO-LIVROS-PERCORRER.
           PERFORM INVENTARIO-CONTAGEM-PERCORRER.
           PERFORM INVENTARIO-RESUMO-ESCREVER.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "INVENTARIO DE PRATELEIRA" FOREGROUND-COLOR 3
           HIGHLIGHT AT 0217.
           PERFORM RELATORIO-TERMINAR.

           PERFORM INVENTARIO-RESUMO-MOSTRAR.
           IF INVENTARIO-FALTAS > 0 OR INVENTARIO-EXCEDENTES > 0 THEN
               DISPLAY "AJUSTAR OS EXEMPLARES AO CONTADO (S/N)?"
               AT 1603 HIGHLIGHT
               MOVE "N" TO INVENTARIO-CONFIRMA
               ACCEPT INVENTARIO-CONFIRMA AUTO HIGHLIGHT AT 1643
               IF INVENTARIO-CONFIRMA = "S"
               OR INVENTARIO-CONFIRMA = "s" THEN
                   PERFORM SUPERVISOR-VERIFICAR
                   IF ACESSO-SUPERVISOR = "S" THEN
                       PERFORM INVENTARIO-AJUSTAR
                   END-IF
               ELSE
                   DISPLAY "EXEMPLARES NAO FORAM ALTERADOS."
                   HIGHLIGHT AT 1703
                   DISPLAY "ENTER - CONTINUAR"
                   HIGHLIGHT AT 1803
                   ACCEPT OMITTED AT 1821
               END-IF
           ELSE
               DISPLAY "CATALOGO E PRATELEIRA CONFEREM."
               FOREGROUND-COLOR 2 HIGHLIGHT AT 1603
               DISPLAY "ENTER - CONTINUAR"
               HIGHLIGHT AT 1803
               ACCEPT OMITTED AT 1821
           END-IF.

       INVENTARIO-CARREGAR.
           OPEN OUTPUT FIC-CONTAGEM.
           CLOSE FIC-CONTAGEM.
           OPEN I-O FIC-CONTAGEM.
           MOVE "N" TO INVENTARIO-EOF.
           OPEN INPUT FIC-INVENTARIO.
           PERFORM UNTIL INVENTARIO-EOF = "S"
               READ FIC-INVENTARIO
                   AT END
                       MOVE "S" TO INVENTARIO-EOF
                   NOT AT END
                       IF LINHA-INVENTARIO NOT = SPACES
                       AND LINHA-INVENTARIO NOT =
                       "COD LIVRO,QUANTIDADE" THEN
                           PERFORM INVENTARIO-LINHA-CARREGAR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-INVENTARIO.

       INVENTARIO-LINHA-CARREGAR.
           ADD 1 TO INVENTARIO-LINHAS-LIDAS.
           MOVE SPACES TO INVENTARIO-COD-X.
           MOVE SPACES TO INVENTARIO-QTD-X.
           UNSTRING LINHA-INVENTARIO DELIMITED BY ","
               INTO INVENTARIO-COD-X INVENTARIO-QTD-X
           END-UNSTRING.
           MOVE "N" TO IMPORT-LINHA-OK.
           MOVE INVENTARIO-COD-X TO IMPORT-TESTE.
           PERFORM IMPORT-NUMERO-VALIDAR.
           IF IMPORT-NUMERO-OK = "S"
           AND IMPORT-NUMERO > 0 AND IMPORT-NUMERO <= 99999 THEN
               MOVE IMPORT-NUMERO TO CONTAGEM-LIVRO-COD
               IF INVENTARIO-QTD-X = SPACES THEN
                   MOVE 1 TO INVENTARIO-QUANTIDADE
                   MOVE "S" TO IMPORT-LINHA-OK
               ELSE
                   MOVE INVENTARIO-QTD-X TO IMPORT-TESTE
                   PERFORM IMPORT-NUMERO-VALIDAR
                   IF IMPORT-NUMERO-OK = "S"
                   AND IMPORT-NUMERO <= 999 THEN
                       MOVE IMPORT-NUMERO TO INVENTARIO-QUANTIDADE
                       MOVE "S" TO IMPORT-LINHA-OK
                   END-IF
               END-IF
           END-IF.

           IF IMPORT-LINHA-OK = "S" THEN
               READ FIC-CONTAGEM
                   INVALID KEY
                       MOVE INVENTARIO-QUANTIDADE
                       TO CONTAGEM-QUANTIDADE
                       WRITE REGISTO-CONTAGEM
                       END-WRITE
                   NOT INVALID KEY
                       ADD INVENTARIO-QUANTIDADE
                       TO CONTAGEM-QUANTIDADE
                       REWRITE REGISTO-CONTAGEM
                       END-REWRITE
               END-READ
           ELSE
               ADD 1 TO INVENTARIO-LINHAS-INVALIDAS
               IF INVENTARIO-LINHAS-INVALIDAS = 1 THEN
                   MOVE "LINHAS DA CONTAGEM RECUSADAS:"
                   TO RELATORIO-DETALHE
                   PERFORM RELATORIO-SUBTITULO-ESCREVER
               END-IF
               MOVE SPACES TO RELATORIO-DETALHE
               STRING
               "LINHA INVALIDA: " DELIMITED BY SIZE
               LINHA-INVENTARIO DELIMITED BY SIZE
               INTO RELATORIO-DETALHE
               END-STRING
               PERFORM RELATORIO-LINHA-ESCREVER
           END-IF.

       INVENTARIO-ALUGADOS-CONTAR.
           MOVE 0 TO INVENTARIO-ALUGADOS.
           MOVE "N" TO ALUGUERES-FIM.
           MOVE LIVRO-COD TO ALUGUER-LIVRO-COD.
           START FIC-ALUGUERES KEY = ALUGUER-LIVRO-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL FS = "10" OR ALUGUERES-FIM = "S"
                       READ FIC-ALUGUERES NEXT RECORD
                           NOT AT END
                               IF ALUGUER-LIVRO-COD = LIVRO-COD THEN
                                   IF ESTADO = "A" THEN
                                       ADD 1 TO INVENTARIO-ALUGADOS
                                   END-IF
                               ELSE
                                   MOVE "S" TO ALUGUERES-FIM
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

       INVENTARIO-LIVRO-AVALIAR.
           PERFORM INVENTARIO-ALUGADOS-CONTAR.
           MOVE NUM-EXEMPLARES TO EXEMPLARES-TOTAL.
           IF INVENTARIO-ALUGADOS >= EXEMPLARES-TOTAL THEN
               MOVE 0 TO INVENTARIO-ESPERADO
           ELSE
               COMPUTE INVENTARIO-ESPERADO =
                   EXEMPLARES-TOTAL - INVENTARIO-ALUGADOS
           END-IF.
           MOVE LIVRO-COD TO CONTAGEM-LIVRO-COD.
           READ FIC-CONTAGEM
               INVALID KEY
                   MOVE 0 TO INVENTARIO-CONTADO
               NOT INVALID KEY
                   MOVE CONTAGEM-QUANTIDADE TO INVENTARIO-CONTADO
           END-READ.
           COMPUTE INVENTARIO-DIFERENCA =
               INVENTARIO-CONTADO - INVENTARIO-ESPERADO.

       INVENTARIO-LIVROS-PERCORRER.
           MOVE "N" TO INVENTARIO-FIM.
           MOVE 0 TO LIVRO-COD.
           START FIC-LIVROS KEY > LIVRO-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL INVENTARIO-FIM = "S"
                       READ FIC-LIVROS NEXT RECORD
                           AT END
                               MOVE "S" TO INVENTARIO-FIM
                           NOT AT END
                               MOVE LIVRO-TEMA-COD
                               TO INVENTARIO-LIVRO-TEMA
                               IF INVENTARIO-TEMA-COD = 0
                               OR INVENTARIO-LIVRO-TEMA =
                               INVENTARIO-TEMA-COD THEN
                                   PERFORM INVENTARIO-LIVRO-UM
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

       INVENTARIO-LIVRO-UM.
           PERFORM INVENTARIO-LIVRO-AVALIAR.
           IF INVENTARIO-DIFERENCA NOT = 0 THEN
               IF INVENTARIO-MODO = "A" THEN
                   PERFORM INVENTARIO-LIVRO-AJUSTAR
               ELSE
                   PERFORM INVENTARIO-LIVRO-RELATAR
               END-IF
           END-IF.

       INVENTARIO-LIVRO-RELATAR.
           IF INVENTARIO-FALTAS = 0 AND INVENTARIO-EXCEDENTES = 0 THEN
               MOVE "DIFERENCAS ENTRE CATALOGO E PRATELEIRA:"
               TO RELATORIO-DETALHE
               PERFORM RELATORIO-SUBTITULO-ESCREVER
           END-IF.
           IF INVENTARIO-DIFERENCA < 0 THEN
               ADD 1 TO INVENTARIO-FALTAS
               COMPUTE INVENTARIO-EXEMP-FALTA =
                   INVENTARIO-EXEMP-FALTA - INVENTARIO-DIFERENCA
               MOVE "EM FALTA" TO REL-INV-SITUACAO
           ELSE
               ADD 1 TO INVENTARIO-EXCEDENTES
               ADD INVENTARIO-DIFERENCA TO INVENTARIO-EXEMP-EXCESSO
               MOVE "EXCEDENTE" TO REL-INV-SITUACAO
           END-IF.
           MOVE LIVRO-COD TO REL-INV-COD.
           MOVE TITULO TO REL-INV-TITULO.
           MOVE EXEMPLARES-TOTAL TO REL-INV-REGISTO.
           MOVE INVENTARIO-ALUGADOS TO REL-INV-ALUGADOS.
           MOVE INVENTARIO-ESPERADO TO REL-INV-ESPERADO.
           MOVE INVENTARIO-CONTADO TO REL-INV-CONTADO.
           MOVE INVENTARIO-DIFERENCA TO REL-INV-DIFERENCA.
           MOVE REL-LINHA-INVENTARIO TO RELATORIO-DETALHE.
           PERFORM RELATORIO-LINHA-ESCREVER.

       INVENTARIO-CONTAGEM-PERCORRER.
           MOVE "N" TO INVENTARIO-FIM.
           MOVE 0 TO CONTAGEM-LIVRO-COD.
           START FIC-CONTAGEM KEY > CONTAGEM-LIVRO-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL INVENTARIO-FIM = "S"
                       READ FIC-CONTAGEM NEXT RECORD
                           AT END
                               MOVE "S" TO INVENTARIO-FIM
                           NOT AT END
                               PERFORM INVENTARIO-CONTAGEM-UM
                       END-READ
                   END-PERFORM
           END-START.

       INVENTARIO-CONTAGEM-UM.
           MOVE CONTAGEM-LIVRO-COD TO LIVRO-COD.
           READ FIC-LIVROS
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.
           MOVE 0 TO REL-INV-REGISTO.
           MOVE 0 TO REL-INV-ALUGADOS.
           MOVE 0 TO REL-INV-ESPERADO.
           MOVE CONTAGEM-QUANTIDADE TO REL-INV-CONTADO.
           MOVE CONTAGEM-QUANTIDADE TO REL-INV-DIFERENCA.
           MOVE CONTAGEM-LIVRO-COD TO REL-INV-COD.
           IF EXISTE = "N" THEN
               ADD 1 TO INVENTARIO-NAO-CATALOGADOS
               MOVE SPACES TO REL-INV-TITULO
               MOVE "NAO CATALOGADO" TO REL-INV-SITUACAO
               PERFORM INVENTARIO-CONTAGEM-RELATAR
           ELSE
               MOVE LIVRO-TEMA-COD TO INVENTARIO-LIVRO-TEMA
               IF INVENTARIO-TEMA-COD > 0
               AND INVENTARIO-LIVRO-TEMA NOT = INVENTARIO-TEMA-COD
               THEN
                   ADD 1 TO INVENTARIO-OUTRO-TEMA
                   MOVE TITULO TO REL-INV-TITULO
                   MOVE "DE OUTRO TEMA" TO REL-INV-SITUACAO
                   PERFORM INVENTARIO-CONTAGEM-RELATAR
               END-IF
           END-IF.

       INVENTARIO-CONTAGEM-RELATAR.
           IF INVENTARIO-NAO-CATALOGADOS + INVENTARIO-OUTRO-TEMA = 1
           THEN
               MOVE "CODIGOS CONTADOS FORA DO CATALOGO OU DO TEMA:"
               TO RELATORIO-DETALHE
               PERFORM RELATORIO-SUBTITULO-ESCREVER
           END-IF.
           MOVE REL-LINHA-INVENTARIO TO RELATORIO-DETALHE.
           PERFORM RELATORIO-LINHA-ESCREVER.

       INVENTARIO-RESUMO-ESCREVER.
           MOVE INVENTARIO-LINHAS-LIDAS TO INVENTARIO-EDT.
           MOVE SPACES TO RELATORIO-DETALHE.
           STRING
           "LINHAS DE CONTAGEM LIDAS.......: " DELIMITED BY SIZE
           INVENTARIO-EDT DELIMITED BY SIZE
           INTO RELATORIO-DETALHE
           END-STRING.
           PERFORM RELATORIO-SUBTITULO-ESCREVER.
           MOVE INVENTARIO-LINHAS-INVALIDAS TO INVENTARIO-EDT.
           MOVE SPACES TO RELATORIO-DETALHE.
           STRING
           "LINHAS RECUSADAS...............: " DELIMITED BY SIZE
           INVENTARIO-EDT DELIMITED BY SIZE
           INTO RELATORIO-DETALHE
           END-STRING.
           PERFORM RELATORIO-SUBTITULO-ESCREVER.
           MOVE INVENTARIO-FALTAS TO INVENTARIO-EDT.
           MOVE INVENTARIO-EXEMP-FALTA TO INVENTARIO-EDT2.
           MOVE SPACES TO RELATORIO-DETALHE.
           STRING
           "TITULOS COM EXEMPLARES EM FALTA: " DELIMITED BY SIZE
           INVENTARIO-EDT DELIMITED BY SIZE
           "  EXEMPLARES: " DELIMITED BY SIZE
           INVENTARIO-EDT2 DELIMITED BY SIZE
           INTO RELATORIO-DETALHE
           END-STRING.
           PERFORM RELATORIO-SUBTITULO-ESCREVER.
           MOVE INVENTARIO-EXCEDENTES TO INVENTARIO-EDT.
           MOVE INVENTARIO-EXEMP-EXCESSO TO INVENTARIO-EDT2.
           MOVE SPACES TO RELATORIO-DETALHE.
           STRING
           "TITULOS COM EXEMPLARES A MAIS..: " DELIMITED BY SIZE
           INVENTARIO-EDT DELIMITED BY SIZE
           "  EXEMPLARES: " DELIMITED BY SIZE
           INVENTARIO-EDT2 DELIMITED BY SIZE
           INTO RELATORIO-DETALHE
           END-STRING.
           PERFORM RELATORIO-SUBTITULO-ESCREVER.
           MOVE INVENTARIO-NAO-CATALOGADOS TO INVENTARIO-EDT.
           MOVE SPACES TO RELATORIO-DETALHE.
           STRING
           "CODIGOS FORA DO CATALOGO.......: " DELIMITED BY SIZE
           INVENTARIO-EDT DELIMITED BY SIZE
           INTO RELATORIO-DETALHE
           END-STRING.
           PERFORM RELATORIO-SUBTITULO-ESCREVER.
           IF INVENTARIO-TEMA-COD > 0 THEN
               MOVE INVENTARIO-OUTRO-TEMA TO INVENTARIO-EDT
               MOVE SPACES TO RELATORIO-DETALHE
               STRING
               "CONTADOS DE OUTRO TEMA.........: " DELIMITED BY SIZE
               INVENTARIO-EDT DELIMITED BY SIZE
               INTO RELATORIO-DETALHE
               END-STRING
               PERFORM RELATORIO-SUBTITULO-ESCREVER
           END-IF.
           MOVE "CONTADO POR: ______________________________    " &
           "DATA: ____/____/________" TO RELATORIO-DETALHE.
           PERFORM RELATORIO-SUBTITULO-ESCREVER.
           MOVE "CONFERIDO POR (SUPERVISOR): _______________    " &
           "DATA: ____/____/________" TO RELATORIO-DETALHE.
           PERFORM RELATORIO-SUBTITULO-ESCREVER.

       INVENTARIO-RESUMO-MOSTRAR.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "INVENTARIO DE PRATELEIRA" FOREGROUND-COLOR 3
           HIGHLIGHT AT 0217.
           DISPLAY "RESUMO DA RECONCILIACAO:" AT 0403 HIGHLIGHT.
           DISPLAY "LINHAS DE CONTAGEM LIDAS.......:" AT 0603 HIGHLIGHT.
           DISPLAY INVENTARIO-LINHAS-LIDAS HIGHLIGHT AT 0636.
           DISPLAY "LINHAS RECUSADAS...............:" AT 0703 HIGHLIGHT.
           DISPLAY INVENTARIO-LINHAS-INVALIDAS HIGHLIGHT AT 0736.
           DISPLAY "TITULOS COM EXEMPLARES EM FALTA:" AT 0903 HIGHLIGHT.
           DISPLAY INVENTARIO-FALTAS HIGHLIGHT AT 0936.
           DISPLAY "EXEMPLARES:" AT 0943 HIGHLIGHT.
           DISPLAY INVENTARIO-EXEMP-FALTA HIGHLIGHT AT 0955.
           DISPLAY "TITULOS COM EXEMPLARES A MAIS..:" AT 1003 HIGHLIGHT.
           DISPLAY INVENTARIO-EXCEDENTES HIGHLIGHT AT 1036.
           DISPLAY "EXEMPLARES:" AT 1043 HIGHLIGHT.
           DISPLAY INVENTARIO-EXEMP-EXCESSO HIGHLIGHT AT 1055.
           DISPLAY "CODIGOS FORA DO CATALOGO.......:" AT 1103 HIGHLIGHT.
           DISPLAY INVENTARIO-NAO-CATALOGADOS HIGHLIGHT AT 1136.
           IF INVENTARIO-TEMA-COD > 0 THEN
               DISPLAY "CONTADOS DE OUTRO TEMA.........:"
               AT 1203 HIGHLIGHT
               DISPLAY INVENTARIO-OUTRO-TEMA HIGHLIGHT AT 1236
           END-IF.
           DISPLAY "DETALHE EM RELATORIO.TXT" AT 1403 HIGHLIGHT.

       INVENTARIO-AJUSTAR.
           MOVE "A" TO INVENTARIO-MODO.
           PERFORM INVENTARIO-LIVROS-PERCORRER.
           MOVE "R" TO INVENTARIO-MODO.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "INVENTARIO DE PRATELEIRA" FOREGROUND-COLOR 3
           HIGHLIGHT AT 0217.
           DISPLAY "AJUSTE DE EXEMPLARES CONCLUIDO."
           FOREGROUND-COLOR 2 HIGHLIGHT AT 0403.
           DISPLAY "TITULOS AJUSTADOS..............:" AT 0603 HIGHLIGHT.
           DISPLAY INVENTARIO-AJUSTADOS HIGHLIGHT AT 0636.
           DISPLAY "TITULOS NAO AJUSTADOS..........:" AT 0703 HIGHLIGHT.
           DISPLAY INVENTARIO-RECUSADOS HIGHLIGHT AT 0736.
           DISPLAY "AJUSTES REGISTADOS EM HISTORICO.TXT"
           HIGHLIGHT AT 0903.
           DISPLAY "ENTER - CONTINUAR"
           HIGHLIGHT AT 1803.
           ACCEPT OMITTED AT 1821.

       INVENTARIO-LIVRO-AJUSTAR.
           COMPUTE INVENTARIO-NOVO-TOTAL =
               INVENTARIO-CONTADO + INVENTARIO-ALUGADOS.
           IF INVENTARIO-NOVO-TOTAL > 999 THEN
               ADD 1 TO INVENTARIO-RECUSADOS
           ELSE
               MOVE REGISTO-LIVROS TO LIVRO-IMAGEM-LIDA
               MOVE NUM-EXEMPLARES TO EXEMPLARES-ANTIGOS-EDT
               MOVE INVENTARIO-NOVO-TOTAL TO NUM-EXEMPLARES
               PERFORM LIVRO-BLOQUEAR
               IF BLOQUEIO-CONFLITO = "S" THEN
                   ADD 1 TO INVENTARIO-RECUSADOS
               ELSE
                   REWRITE REGISTO-LIVROS
                       INVALID KEY
                           ADD 1 TO INVENTARIO-RECUSADOS
                       NOT INVALID KEY
                           ADD 1 TO INVENTARIO-AJUSTADOS
                           MOVE NUM-EXEMPLARES TO EXEMPLARES-NOVOS-EDT
                           MOVE INVENTARIO-CONTADO TO INVENTARIO-EDT
                           MOVE "LIVRO" TO HIST-FICHEIRO
                           MOVE LIVRO-COD TO HIST-COD
                           MOVE "INVENTARIO" TO HIST-OPERACAO
                           MOVE SPACES TO HIST-CAMPO-ANTIGO
                           MOVE SPACES TO HIST-CAMPO-NOVO
                           STRING
                           "EXEMPLARES: " DELIMITED BY SIZE
                           EXEMPLARES-ANTIGOS-EDT DELIMITED BY SIZE
                           INTO HIST-CAMPO-ANTIGO
                           END-STRING
                           STRING
                           "EXEMPLARES: " DELIMITED BY SIZE
                           EXEMPLARES-NOVOS-EDT DELIMITED BY SIZE
                           " CONT. " DELIMITED BY SIZE
                           INVENTARIO-EDT DELIMITED BY SIZE
                           INTO HIST-CAMPO-NOVO
                           END-STRING
                           PERFORM HISTORICO-REGISTAR
                   END-REWRITE
               END-IF
               UNLOCK FIC-LIVROS
           END-IF.

       MENU-AQUISICOES.
           PERFORM UNTIL SAIR = "S"
               DISPLAY CLS
               PERFORM BASE
               DISPLAY "MENU AQUISICOES" FOREGROUND-COLOR 3
               HIGHLIGHT AT 0217
               DISPLAY "     AQUISICOES     "
               FOREGROUND-COLOR 3 HIGHLIGHT AT 0545
               DISPLAY "********************"
               FOREGROUND-COLOR 3 HIGHLIGHT AT 0645
               DISPLAY "1       FORNECEDORES" HIGHLIGHT AT 0745
               DISPLAY "2     NOVA ENCOMENDA" HIGHLIGHT AT 0845
               DISPLAY "3      VER ENCOMENDA" HIGHLIGHT AT 0945
               DISPLAY "4  RECEBER ENCOMENDA" HIGHLIGHT AT 1045
               DISPLAY "5   ANULAR ENCOMENDA" HIGHLIGHT AT 1145
               DISPLAY "6  LISTAR ENCOMENDAS" HIGHLIGHT AT 1245
               DISPLAY "7   SUGESTOES COMPRA" HIGHLIGHT AT 1345
               DISPLAY "8    GASTOS POR TEMA" HIGHLIGHT AT 1445
               DISPLAY "9         ORCAMENTOS" HIGHLIGHT AT 1545
               DISPLAY "0             VOLTAR" HIGHLIGHT AT 1645
               DISPLAY "[ ] INSIRA UMA OPCAO" HIGHLIGHT AT 1744
               MOVE "S" TO REPETIR-MENU
               PERFORM UNTIL REPETIR-MENU = "N"
                   ACCEPT ESCOLHA AT 1745 AUTO
                   EVALUATE ESCOLHA
                       WHEN 1 PERFORM MENU-FORNECEDORES
                       WHEN 2 PERFORM ENCOMENDAS-NOVO
                       WHEN 3 PERFORM ENCOMENDAS-CONSULTAR
                       WHEN 4 PERFORM ENCOMENDAS-RECEBER
                       WHEN 5
                           PERFORM SUPERVISOR-VERIFICAR
                           IF ACESSO-SUPERVISOR = "S" THEN
                               PERFORM ENCOMENDAS-ANULAR
                           END-IF
                       WHEN 6 PERFORM ENCOMENDAS-LISTAGEM
                       WHEN 7 PERFORM AQUISICOES-SUGESTOES
                       WHEN 8 PERFORM AQUISICOES-GASTOS
                       WHEN 9
                           PERFORM SUPERVISOR-VERIFICAR
                           IF ACESSO-SUPERVISOR = "S" THEN
                               PERFORM ORCAMENTOS-DEFINIR
                           END-IF
                       WHEN 0
                           MOVE "S" TO SAIR
                           MOVE "N" TO REPETIR-MENU
                       WHEN OTHER
                           DISPLAY "OPCAO INCORRETA!" AT 1846
                           FOREGROUND-COLOR 4 HIGHLIGHT
                           MOVE "S" TO REPETIR-MENU
                   END-EVALUATE
               END-PERFORM
           END-PERFORM.
           MOVE "N" TO SAIR.
           MOVE "N" TO REPETIR-MENU.

       MENU-FORNECEDORES.
           PERFORM UNTIL SAIR = "S"
               DISPLAY CLS
               PERFORM BASE
               DISPLAY "MENU FORNECEDORES" FOREGROUND-COLOR 3
               HIGHLIGHT AT 0217
               DISPLAY "GESTAO DE FORNECEDORES"
               FOREGROUND-COLOR 3 HIGHLIGHT AT 0545
               DISPLAY "**********************"
               FOREGROUND-COLOR 3 HIGHLIGHT AT 0645
               DISPLAY "1                NOVO" HIGHLIGHT AT 0745
               DISPLAY "2             ALTERAR" HIGHLIGHT AT 0845
               DISPLAY "3            ELIMINAR" HIGHLIGHT AT 0945
               DISPLAY "4            LISTAGEM" HIGHLIGHT AT 1045
               DISPLAY "0              VOLTAR" HIGHLIGHT AT 1145
               DISPLAY "[ ] INSIRA UMA OPCAO" HIGHLIGHT AT 1344
               MOVE "S" TO REPETIR-MENU
               PERFORM UNTIL REPETIR-MENU = "N"
                   ACCEPT ESCOLHA AT 1345 AUTO
                   EVALUATE ESCOLHA
                       WHEN 1 PERFORM FORNECEDORES-NOVO
                       WHEN 2 PERFORM FORNECEDORES-ALTERAR
                       WHEN 3
                           PERFORM SUPERVISOR-VERIFICAR
                           IF ACESSO-SUPERVISOR = "S" THEN
                               PERFORM FORNECEDORES-ELIMINAR
                           END-IF
                       WHEN 4 PERFORM FORNECEDORES-LISTAGEM
                       WHEN 0
                           MOVE "S" TO SAIR
                           MOVE "N" TO REPETIR-MENU
           MOVE "N" TO SAIR.
           MOVE "N" TO REPETIR-MENU.

       FORNECEDORES-FORMULARIO.
           DISPLAY "PREENCHA O FORMULARIO:" AT 0403 HIGHLIGHT.
           DISPLAY "        NOME:" AT 0803 HIGHLIGHT.
           DISPLAY "         NIF:" AT 1003 HIGHLIGHT.
           DISPLAY "       EMAIL:" AT 1203 HIGHLIGHT.
           DISPLAY "    TELEFONE:" AT 1403 HIGHLIGHT.

           PERFORM WITH TEST AFTER UNTIL FORNECEDOR-NOME > SPACES
               ACCEPT FORNECEDOR-NOME HIGHLIGHT AT 0818
               IF FORNECEDOR-NOME = SPACES THEN
                   DISPLAY "NOME INCORRETO!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0850
               ELSE
                   DISPLAY "               " AT 0850
               END-IF
           END-PERFORM.

           PERFORM WITH TEST AFTER UNTIL FORNECEDOR-NIF = SPACES
           OR FORNECEDOR-NIF >= 100000000
               ACCEPT FORNECEDOR-NIF AUTO HIGHLIGHT AT 1018
               IF FORNECEDOR-NIF NOT = SPACES
               AND FORNECEDOR-NIF < 100000000 THEN
                   DISPLAY "NIF INCORRETO!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1030
               ELSE
                   DISPLAY "              " AT 1030
               END-IF
           END-PERFORM.

           ACCEPT FORNECEDOR-EMAIL HIGHLIGHT AT 1218.
           ACCEPT FORNECEDOR-TELEFONE AUTO HIGHLIGHT AT 1418.

       FORNECEDORES-NOVO.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "NOVO FORNECEDOR" FOREGROUND-COLOR 3
           HIGHLIGHT AT 0217.
           DISPLAY "PREENCHA O FORMULARIO:" AT 0403 HIGHLIGHT.
           DISPLAY "CODIGO:" AT 0603 HIGHLIGHT.
           DISPLAY "DEIXAR EM BRANCO PARA RETROCEDER."
           AT 0803 HIGHLIGHT.
           MOVE "FORNECEDOR" TO CONTADOR-FICHEIRO.
           PERFORM CONTADOR-PROPOR.
           IF CODIGO-PROPOSTO = 0 THEN
               PERFORM CONTADOR-INDISPONIVEL
           ELSE
               PERFORM FORNECEDORES-NOVO-GRAVAR
           END-IF.

           DISPLAY "ENTER - CONTINUAR"
           HIGHLIGHT AT 1803.
           ACCEPT OMITTED AT 1821.
           MOVE "N" TO REPETIR-MENU.

       FORNECEDORES-NOVO-GRAVAR.
           DISPLAY "PROPOSTO (0=USAR):" AT 0440 HIGHLIGHT.
           DISPLAY CODIGO-PROPOSTO HIGHLIGHT AT 0459.
           ACCEPT FORNECEDOR-COD AUTO HIGHLIGHT AT 0611.
           IF FORNECEDOR-COD NOT = SPACES AND FORNECEDOR-COD = 0 THEN
               MOVE CODIGO-PROPOSTO TO FORNECEDOR-COD
           END-IF.
           DISPLAY FORNECEDOR-COD HIGHLIGHT AT 0611.
           DISPLAY "                                " AT 0803.
           READ FIC-FORNECEDORES
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.
           IF (EXISTE = "S") THEN
               DISPLAY "CODIGO JA EXISTE!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0611
           ELSE
               IF FORNECEDOR-COD = SPACES THEN
                   DISPLAY " " AT 0611 HIGHLIGHT
               ELSE
                   MOVE SPACES TO FORNECEDOR-NOME
                   MOVE 0 TO FORNECEDOR-NIF
                   MOVE SPACES TO FORNECEDOR-EMAIL
                   MOVE 0 TO FORNECEDOR-TELEFONE
                   PERFORM FORNECEDORES-FORMULARIO

                   WRITE REGISTO-FORNECEDOR
                       INVALID KEY
                           DISPLAY "ERRO AO CRIAR REGISTO!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1603
                       NOT INVALID KEY
                           DISPLAY "FORNECEDOR CRIADO COM SUCESSO!"
                           FOREGROUND-COLOR 2 HIGHLIGHT AT 1603
                           MOVE "FORNECEDOR" TO HIST-FICHEIRO
                           MOVE FORNECEDOR-COD TO HIST-COD
                           MOVE "CRIACAO" TO HIST-OPERACAO
                           MOVE SPACES TO HIST-CAMPO-ANTIGO
                           MOVE FORNECEDOR-NOME TO HIST-CAMPO-NOVO
                           PERFORM HISTORICO-REGISTAR
                           MOVE FORNECEDOR-COD TO CODIGO-USADO
                           PERFORM CONTADOR-ATUALIZAR
                   END-WRITE
               END-IF
           END-IF.

       FORNECEDORES-ALTERAR.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "ALTERAR FORNECEDOR" FOREGROUND-COLOR 3
           HIGHLIGHT AT 0217.
           DISPLAY "INSIRA O CODIGO DO FORNECEDOR:" AT 0403 HIGHLIGHT.
           DISPLAY "CODIGO:" AT 0603 HIGHLIGHT.
           DISPLAY "DEIXAR EM BRANCO PARA RETROCEDER."
           AT 0803 HIGHLIGHT.
           ACCEPT FORNECEDOR-COD AUTO HIGHLIGHT AT 0611.
           DISPLAY FORNECEDOR-COD HIGHLIGHT AT 0611.
           DISPLAY "                                " AT 0803.

           READ FIC-FORNECEDORES
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.

           IF (EXISTE = "N") THEN
               IF FORNECEDOR-COD = SPACES THEN
                   DISPLAY " " AT 0611 HIGHLIGHT
               ELSE
                   DISPLAY "CODIGO NAO EXISTE!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0611
               END-IF
           ELSE
               MOVE FORNECEDOR-NOME TO FORNECEDOR-NOME-ANTIGO-SAVE
               PERFORM FORNECEDORES-FORMULARIO

               REWRITE REGISTO-FORNECEDOR
                   INVALID KEY
                       DISPLAY "ERRO AO ALTERAR REGISTO!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1603
                   NOT INVALID KEY
                       DISPLAY "FORNECEDOR ALTERADO COM SUCESSO!"
                       FOREGROUND-COLOR 2 HIGHLIGHT AT 1603
                       MOVE "FORNECEDOR" TO HIST-FICHEIRO
                       MOVE FORNECEDOR-COD TO HIST-COD
                       MOVE "ALTERACAO" TO HIST-OPERACAO
                       MOVE FORNECEDOR-NOME-ANTIGO-SAVE
                       TO HIST-CAMPO-ANTIGO
                       MOVE FORNECEDOR-NOME TO HIST-CAMPO-NOVO
                       PERFORM HISTORICO-REGISTAR
               END-REWRITE
           END-IF.

           DISPLAY "ENTER - CONTINUAR"
           HIGHLIGHT AT 1803.
           ACCEPT OMITTED AT 1821.
           MOVE "N" TO REPETIR-MENU.

       FORNECEDORES-VERIFICA-REFERENCIA.
           MOVE "N" TO REFERENCIADO.
           MOVE FORNECEDOR-COD TO ENCOMENDA-FORNECEDOR-COD.
           START FIC-ENCOMENDAS KEY = ENCOMENDA-FORNECEDOR-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO REFERENCIADO
           END-START.

       FORNECEDORES-ELIMINAR.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "ELIMINAR FORNECEDOR" FOREGROUND-COLOR 3
           HIGHLIGHT AT 0217.
           DISPLAY "INSIRA O CODIGO DO FORNECEDOR:" AT 0403 HIGHLIGHT.
           DISPLAY "CODIGO:" AT 0603 HIGHLIGHT.

           DISPLAY "DEIXAR EM BRANCO PARA RETROCEDER."
           AT 0803 HIGHLIGHT.
           ACCEPT FORNECEDOR-COD AUTO HIGHLIGHT AT 0611.
           DISPLAY FORNECEDOR-COD HIGHLIGHT AT 0611.
           DISPLAY "                                " AT 0803.

           READ FIC-FORNECEDORES
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.

           IF (EXISTE = "N") THEN
               IF FORNECEDOR-COD = SPACES THEN
                   DISPLAY " " HIGHLIGHT AT 0611
               ELSE
                   DISPLAY "CODIGO NAO EXISTE!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0611
               END-IF
           ELSE
               PERFORM FORNECEDORES-VERIFICA-REFERENCIA
               IF REFERENCIADO = "S" THEN
                   DISPLAY "FORNECEDOR TEM ENCOMENDAS REGISTADAS!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0803
               ELSE
                   DELETE FIC-FORNECEDORES
                   INVALID KEY
                       DISPLAY "ERRO AO ELIMINAR REGISTO!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0803
                   NOT INVALID KEY
                       DISPLAY "FORNECEDOR ELIMINADO!"
                       FOREGROUND-COLOR 2 HIGHLIGHT AT 0803
                       MOVE "FORNECEDOR" TO HIST-FICHEIRO
                       MOVE FORNECEDOR-COD TO HIST-COD
                       MOVE "ELIMINACAO" TO HIST-OPERACAO
                       MOVE FORNECEDOR-NOME TO HIST-CAMPO-ANTIGO
                       MOVE SPACES TO HIST-CAMPO-NOVO
                       PERFORM HISTORICO-REGISTAR
                   END-DELETE
               END-IF
           END-IF.

           DISPLAY "ENTER - CONTINUAR"
           HIGHLIGHT AT 1803.
           ACCEPT OMITTED AT 1821.
           MOVE "N" TO REPETIR-MENU.

       FORNECEDORES-LISTAGEM.
           PERFORM SAIDA-ESCOLHER.
           IF SAIDA-ESCOLHIDA = "F" THEN
               PERFORM FORNECEDORES-LISTAGEM-FICHEIRO
           ELSE
               PERFORM FORNECEDORES-LISTAGEM-ECRA
           END-IF.
           MOVE "N" TO REPETIR-MENU.

       FORNECEDORES-RELATORIO-UM.
           MOVE FORNECEDOR-COD TO REL-FOR-COD.
           MOVE FORNECEDOR-NOME TO REL-FOR-NOME.
           MOVE FORNECEDOR-NIF TO REL-FOR-NIF.
           MOVE FORNECEDOR-EMAIL TO REL-FOR-EMAIL.
           MOVE FORNECEDOR-TELEFONE TO REL-FOR-TELEFONE.
           MOVE REL-LINHA-FORNECEDOR TO RELATORIO-DETALHE.
           PERFORM RELATORIO-LINHA-ESCREVER.

       FORNECEDORES-LISTAGEM-FICHEIRO.
           MOVE "LISTAGEM DE FORNECEDORES" TO RELATORIO-TITULO.
           MOVE
           "CODIGO  NOME                            NIF        " &
           "EMAIL                           TELEFONE"
           TO RELATORIO-COLUNAS.
           PERFORM RELATORIO-INICIAR.
           MOVE 0 TO FORNECEDOR-COD.
           START FIC-FORNECEDORES KEY > FORNECEDOR-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-FORNECEDORES NEXT RECORD
                               NOT AT END
                                   PERFORM FORNECEDORES-RELATORIO-UM
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.
           PERFORM RELATORIO-TERMINAR.

       FORNECEDORES-LISTAGEM-ECRA.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "LISTAGEM DE FORNECEDORES"  FOREGROUND-COLOR 3
           HIGHLIGHT AT 0217.

           DISPLAY "*************************************************" &
           "**********************************************************"
           AT 0301.

           DISPLAY "COD." FOREGROUND-COLOR 3 HIGHLIGHT AT 0403.
           DISPLAY "NOME" FOREGROUND-COLOR 3 HIGHLIGHT AT 0409.
           DISPLAY "NIF" FOREGROUND-COLOR 3 HIGHLIGHT AT 0441.
           DISPLAY "EMAIL" FOREGROUND-COLOR 3 HIGHLIGHT AT 0452.
           DISPLAY "TELEFONE" FOREGROUND-COLOR 3 HIGHLIGHT AT 0484.
           DISPLAY "PAG." FOREGROUND-COLOR 3 HIGHLIGHT AT 2002.
           DISPLAY "|" FOREGROUND-COLOR 3 AT 2009.

           DISPLAY "*************************************************" &
           "**********************************************************"
           AT 0501.
           DISPLAY "*************************************************" &
           "**********************************************************"
           AT 1901.

           MOVE 1 TO PAGINA.
           MOVE 0 TO FORNECEDOR-COD.
           START FIC-FORNECEDORES KEY > FORNECEDOR-COD
               INVALID KEY
                   DISPLAY "FICHEIRO VAZIO. ENTER - CONTINUAR."
                   HIGHLIGHT AT 2011
                   DISPLAY "00" HIGHLIGHT AT 2006
                   ACCEPT OMITTED AT 2050
               NOT INVALID KEY
                   MOVE 6 TO LINHA
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-FORNECEDORES NEXT RECORD
                               NOT AT END
                                   DISPLAY PAGINA
                                   HIGHLIGHT AT 2006
                                   DISPLAY FORNECEDOR-COD
                                   HIGHLIGHT LINE LINHA COL 3
                                   DISPLAY FORNECEDOR-NOME
                                   HIGHLIGHT LINE LINHA COL 9
                                   DISPLAY FORNECEDOR-NIF
                                   HIGHLIGHT LINE LINHA COL 41
                                   DISPLAY FORNECEDOR-EMAIL
                                   HIGHLIGHT LINE LINHA COL 52
                                   DISPLAY FORNECEDOR-TELEFONE
                                   HIGHLIGHT LINE LINHA COL 84
                                   ADD 1 TO LINHA
                                   IF LINHA = 19 THEN
                                       MOVE 6 TO LINHA
                                       DISPLAY
                            "ENTER - PROXIMA PAGINA."
                                       HIGHLIGHT AT 2011
                                       ACCEPT OMITTED AT 2050
                                       ADD 1 TO PAGINA
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
                   DISPLAY "*****************************************" &
           "*********************************************************" &
           "*********"
           LINE LINHA COL 1
                   DISPLAY "ENTER - CONTINUAR.                     "
                   HIGHLIGHT AT 2011
                   ACCEPT OMITTED AT 2030
           END-START.
           MOVE "N" TO REPETIR-MENU.

       ENCOMENDAS-AREA-LIMPAR.
           PERFORM UNTIL LINHA > 17
               DISPLAY LINHA-EM-BRANCO LINE LINHA COL 1
               ADD 1 TO LINHA
           END-PERFORM.

       ENCOMENDAS-DATA-TEXTO.
           MOVE SPACES TO REL-ENC-DATA.
           STRING
           DIA-ENCOMENDA DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           MES-ENCOMENDA DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           ANO-ENCOMENDA DELIMITED BY SIZE
           INTO REL-ENC-DATA
           END-STRING.

       ENCOMENDA-ESTADO-TEXTO-OBTER.
           EVALUATE ENCOMENDA-ESTADO
               WHEN "A"
                   MOVE "ABERTA" TO ENCOMENDA-ESTADO-TEXTO
               WHEN "P"
                   MOVE "PARCIAL" TO ENCOMENDA-ESTADO-TEXTO
               WHEN "R"
                   MOVE "CONCLUIDA" TO ENCOMENDA-ESTADO-TEXTO
               WHEN "C"
                   MOVE "ANULADA" TO ENCOMENDA-ESTADO-TEXTO
               WHEN OTHER
                   MOVE SPACES TO ENCOMENDA-ESTADO-TEXTO
           END-EVALUATE.

       ENCLIN-ESTADO-TEXTO-OBTER.
           EVALUATE ENCLIN-ESTADO
               WHEN "A"
                   MOVE "PENDENTE" TO ENCLIN-ESTADO-TEXTO
               WHEN "P"
                   MOVE "PARCIAL" TO ENCLIN-ESTADO-TEXTO
               WHEN "R"
                   MOVE "RECEBIDA" TO ENCLIN-ESTADO-TEXTO
               WHEN "C"
                   MOVE "ANULADA" TO ENCLIN-ESTADO-TEXTO
               WHEN OTHER
                   MOVE SPACES TO ENCLIN-ESTADO-TEXTO
           END-EVALUATE.

       ENCOMENDAS-FORNECEDOR-NOME-OBTER.
           MOVE ENCOMENDA-FORNECEDOR-COD TO FORNECEDOR-COD.
           READ FIC-FORNECEDORES
               INVALID KEY
                   MOVE "FORNECEDOR DESCONHECIDO" TO FORNECEDOR-NOME
           END-READ.

       ENCOMENDAS-NOVO.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "NOVA ENCOMENDA" FOREGROUND-COLOR 3
           HIGHLIGHT AT 0217.
           DISPLAY "PREENCHA A ENCOMENDA:" AT 0403 HIGHLIGHT.
           DISPLAY "CODIGO ENCOMENDA:" AT 0603 HIGHLIGHT.
           DISPLAY "DEIXAR EM BRANCO PARA RETROCEDER."
           AT 0803 HIGHLIGHT.
           MOVE "ENCOMENDAS" TO CONTADOR-FICHEIRO.
           PERFORM CONTADOR-PROPOR.
           IF CODIGO-PROPOSTO = 0 THEN
               PERFORM CONTADOR-INDISPONIVEL
           ELSE
               PERFORM ENCOMENDAS-NOVO-GRAVAR
           END-IF.

           DISPLAY "ENTER - CONTINUAR"
           HIGHLIGHT AT 1903.
           ACCEPT OMITTED AT 1921.
           MOVE "N" TO REPETIR-MENU.

       ENCOMENDAS-NOVO-GRAVAR.
           DISPLAY "PROPOSTO (0=USAR):" AT 0440 HIGHLIGHT.
           DISPLAY CODIGO-PROPOSTO HIGHLIGHT AT 0459.
           ACCEPT ENCOMENDA-COD AUTO HIGHLIGHT AT 0621.
           IF ENCOMENDA-COD NOT = SPACES AND ENCOMENDA-COD = 0 THEN
               MOVE CODIGO-PROPOSTO TO ENCOMENDA-COD
           END-IF.
           DISPLAY ENCOMENDA-COD HIGHLIGHT AT 0621.
           DISPLAY "                                 " AT 0803.
           READ FIC-ENCOMENDAS
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.
           IF (EXISTE = "S") THEN
               DISPLAY "ENCOMENDA JA EXISTE!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0628
           ELSE
               IF ENCOMENDA-COD = SPACES THEN
                   DISPLAY " " AT 0621 HIGHLIGHT
               ELSE
                   PERFORM ENCOMENDAS-FORNECEDOR-ACEITAR
                   IF ENCOMENDA-FORNECEDOR-COD NOT = SPACES THEN
                       PERFORM ENCOMENDAS-CRIAR
                   END-IF
               END-IF
           END-IF.

       ENCOMENDAS-FORNECEDOR-ACEITAR.
           DISPLAY "FORNECEDOR......:" AT 0803 HIGHLIGHT.
           DISPLAY "DEIXAR EM BRANCO PARA RETROCEDER."
           AT 0860 HIGHLIGHT.
           MOVE "N" TO EXISTE.
           PERFORM WITH TEST AFTER UNTIL EXISTE = "S"
           OR ENCOMENDA-FORNECEDOR-COD = SPACES
               ACCEPT ENCOMENDA-FORNECEDOR-COD AUTO HIGHLIGHT AT 0821
               IF ENCOMENDA-FORNECEDOR-COD NOT = SPACES THEN
                   MOVE ENCOMENDA-FORNECEDOR-COD TO FORNECEDOR-COD
                   READ FIC-FORNECEDORES
                       INVALID KEY
                           MOVE "N" TO EXISTE
                           DISPLAY "FORNECEDOR NAO EXISTE!        "
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 0828
                       NOT INVALID KEY
                           MOVE "S" TO EXISTE
                           DISPLAY FORNECEDOR-NOME HIGHLIGHT AT 0828
                   END-READ
               END-IF
           END-PERFORM.
           DISPLAY "                                 " AT 0860.

       ENCOMENDAS-CRIAR.
           MOVE ANO-SIST TO ANO-ENCOMENDA.
           MOVE MES-SIST TO MES-ENCOMENDA.
           MOVE DIA-SIST TO DIA-ENCOMENDA.
           MOVE "A" TO ENCOMENDA-ESTADO.
           WRITE REGISTO-ENCOMENDA
               INVALID KEY
                   DISPLAY "ERRO AO CRIAR ENCOMENDA!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1803
               NOT INVALID KEY
                   PERFORM ENCOMENDAS-LINHAS-ACEITAR
           END-WRITE.

       ENCOMENDAS-LINHAS-ACEITAR.
           MOVE 0 TO ENCOMENDA-LINHAS-TOTAL.
           MOVE 0 TO ENCOMENDA-VALOR-TOTAL.
           MOVE "S" TO ENCOMENDA-CONTINUAR.
           DISPLAY "TOTAL ENCOMENDA.:" AT 0903 HIGHLIGHT.
           MOVE ENCOMENDA-VALOR-TOTAL TO ENCOMENDA-VALOR-EDT.
           DISPLAY ENCOMENDA-VALOR-EDT HIGHLIGHT AT 0921.
           PERFORM UNTIL ENCOMENDA-CONTINUAR = "N"
           OR ENCOMENDA-LINHAS-TOTAL = 99
               PERFORM ENCOMENDAS-LINHA-ACEITAR
           END-PERFORM.
           IF ENCOMENDA-LINHAS-TOTAL = 0 THEN
               DELETE FIC-ENCOMENDAS
               END-DELETE
               DISPLAY "ENCOMENDA SEM LINHAS - NAO FOI GRAVADA!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1803
           ELSE
               DISPLAY "ENCOMENDA CRIADA COM SUCESSO!"
               FOREGROUND-COLOR 2 HIGHLIGHT AT 1803
               MOVE "ENCOMENDA" TO HIST-FICHEIRO
               MOVE ENCOMENDA-COD TO HIST-COD
               MOVE "CRIACAO" TO HIST-OPERACAO
               MOVE SPACES TO HIST-CAMPO-ANTIGO
               MOVE FORNECEDOR-NOME TO HIST-CAMPO-NOVO
               PERFORM HISTORICO-REGISTAR
               MOVE ENCOMENDA-COD TO CODIGO-USADO
               PERFORM CONTADOR-ATUALIZAR
           END-IF.

       ENCOMENDAS-LINHA-ACEITAR.
           MOVE 10 TO LINHA.
           PERFORM ENCOMENDAS-AREA-LIMPAR.
           MOVE ENCOMENDA-COD TO ENCLIN-ENCOMENDA-COD.
           COMPUTE ENCLIN-NUM = ENCOMENDA-LINHAS-TOTAL + 1.
           DISPLAY "LINHA...........:" AT 1003 HIGHLIGHT.
           DISPLAY ENCLIN-NUM HIGHLIGHT AT 1021.
           DISPLAY "LIVRO (0=NOVO)..:" AT 1103 HIGHLIGHT.
           DISPLAY "TITULO..........:" AT 1203 HIGHLIGHT.
           DISPLAY "TEMA............:" AT 1303 HIGHLIGHT.
           DISPLAY "AUTOR...........:" AT 1403 HIGHLIGHT.
           DISPLAY "QUANTIDADE......:" AT 1503 HIGHLIGHT.
           DISPLAY "PRECO (CENTIMOS):" AT 1603 HIGHLIGHT.

           MOVE "N" TO EXISTE.
           PERFORM WITH TEST AFTER UNTIL EXISTE = "S"
               MOVE 0 TO ENCOMENDA-LIVRO-ENTRADA
               ACCEPT ENCOMENDA-LIVRO-ENTRADA AUTO HIGHLIGHT AT 1121
               IF ENCOMENDA-LIVRO-ENTRADA = 0 THEN
                   MOVE "S" TO EXISTE
                   DISPLAY "NOVO TITULO      " HIGHLIGHT AT 1128
               ELSE
                   MOVE ENCOMENDA-LIVRO-ENTRADA TO LIVRO-COD
                   READ FIC-LIVROS
                       INVALID KEY
                           MOVE "N" TO EXISTE
                           DISPLAY "LIVRO NAO EXISTE!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1128
                       NOT INVALID KEY
                           MOVE "S" TO EXISTE
                           DISPLAY "                 " AT 1128
                   END-READ
               END-IF
           END-PERFORM.

           IF ENCOMENDA-LIVRO-ENTRADA = 0 THEN
               MOVE 0 TO ENCLIN-LIVRO-COD
               MOVE SPACES TO ENCLIN-TITULO
               DISPLAY "TITULO EM BRANCO PARA TERMINAR."
               AT 1253 HIGHLIGHT
               ACCEPT ENCLIN-TITULO HIGHLIGHT AT 1221
               DISPLAY "                               " AT 1253
               IF ENCLIN-TITULO = SPACES THEN
                   MOVE "N" TO ENCOMENDA-CONTINUAR
               ELSE
                   PERFORM ENCOMENDAS-TEMA-AUTOR-ACEITAR
               END-IF
           ELSE
               MOVE ENCOMENDA-LIVRO-ENTRADA TO ENCLIN-LIVRO-COD
               MOVE TITULO TO ENCLIN-TITULO
               MOVE LIVRO-TEMA-COD TO ENCLIN-TEMA-COD
               MOVE LIVRO-AUTOR-COD TO ENCLIN-AUTOR-COD
               DISPLAY ENCLIN-TITULO HIGHLIGHT AT 1221
               DISPLAY ENCLIN-TEMA-COD HIGHLIGHT AT 1321
               DISPLAY ENCLIN-AUTOR-COD HIGHLIGHT AT 1421
           END-IF.

           IF ENCOMENDA-CONTINUAR = "S" THEN
               PERFORM ENCOMENDAS-LINHA-GRAVAR
           END-IF.

       ENCOMENDAS-TEMA-AUTOR-ACEITAR.
           MOVE "N" TO EXISTE.
           PERFORM WITH TEST AFTER UNTIL EXISTE = "S"
               MOVE 0 TO ENCLIN-TEMA-COD
               ACCEPT ENCLIN-TEMA-COD AUTO HIGHLIGHT AT 1321
               MOVE ENCLIN-TEMA-COD TO TEMA-COD
               READ FIC-TEMAS
                   INVALID KEY
                       MOVE "N" TO EXISTE
                       DISPLAY "TEMA NAO EXISTE!              "
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1328
                   NOT INVALID KEY
                       MOVE "S" TO EXISTE
                       DISPLAY TEMA HIGHLIGHT AT 1328
               END-READ
           END-PERFORM.

           MOVE "N" TO EXISTE.
           PERFORM WITH TEST AFTER UNTIL EXISTE = "S"
               MOVE 0 TO ENCLIN-AUTOR-COD
               ACCEPT ENCLIN-AUTOR-COD AUTO HIGHLIGHT AT 1421
               MOVE ENCLIN-AUTOR-COD TO AUTOR-COD
               READ FIC-AUTORES
                   INVALID KEY
                       MOVE "N" TO EXISTE
                       DISPLAY "AUTOR NAO EXISTE!             "
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1428
                   NOT INVALID KEY
                       MOVE "S" TO EXISTE
                       DISPLAY AUTOR HIGHLIGHT AT 1428
               END-READ
           END-PERFORM.

       ENCOMENDAS-LINHA-GRAVAR.
           MOVE 0 TO ENCLIN-QUANTIDADE.
           PERFORM WITH TEST AFTER UNTIL ENCLIN-QUANTIDADE > 0
               ACCEPT ENCLIN-QUANTIDADE AUTO HIGHLIGHT AT 1521
               IF ENCLIN-QUANTIDADE = 0 THEN
                   DISPLAY "QUANTIDADE INCORRETA!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1528
               ELSE
                   DISPLAY "                     " AT 1528
               END-IF
           END-PERFORM.

           MOVE 0 TO ENCOMENDA-PRECO-CENTIMOS.
           PERFORM WITH TEST AFTER UNTIL ENCOMENDA-PRECO-CENTIMOS > 0
               ACCEPT ENCOMENDA-PRECO-CENTIMOS AUTO HIGHLIGHT AT 1621
               IF ENCOMENDA-PRECO-CENTIMOS = 0 THEN
                   DISPLAY "PRECO INCORRETO!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1630
               ELSE
                   DISPLAY "                " AT 1630
               END-IF
           END-PERFORM.
           COMPUTE ENCLIN-PRECO = ENCOMENDA-PRECO-CENTIMOS / 100.
           MOVE ENCLIN-PRECO TO ENCLIN-PRECO-EDT.
           DISPLAY "EUR" AT 1630 HIGHLIGHT.
           DISPLAY ENCLIN-PRECO-EDT HIGHLIGHT AT 1634.

           MOVE 0 TO ENCLIN-RECEBIDA.
           MOVE "A" TO ENCLIN-ESTADO.
           WRITE REGISTO-ENCOMENDA-LINHA
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR LINHA!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1703
                   MOVE "N" TO ENCOMENDA-CONTINUAR
               NOT INVALID KEY
                   ADD 1 TO ENCOMENDA-LINHAS-TOTAL
                   COMPUTE ENCOMENDA-VALOR-TOTAL =
                       ENCOMENDA-VALOR-TOTAL +
                       ENCLIN-QUANTIDADE * ENCLIN-PRECO
                   MOVE ENCOMENDA-VALOR-TOTAL TO ENCOMENDA-VALOR-EDT
                   DISPLAY ENCOMENDA-VALOR-EDT HIGHLIGHT AT 0921
                   PERFORM ENCOMENDAS-MAIS-LINHAS
           END-WRITE.

       ENCOMENDAS-MAIS-LINHAS.
           DISPLAY "MAIS LINHAS (S/N)?" AT 1703 HIGHLIGHT.
           MOVE "N" TO ENCOMENDA-CONFIRMA.
           ACCEPT ENCOMENDA-CONFIRMA AUTO HIGHLIGHT AT 1722.
           IF ENCOMENDA-CONFIRMA NOT = "S"
           AND ENCOMENDA-CONFIRMA NOT = "s" THEN
               MOVE "N" TO ENCOMENDA-CONTINUAR
           END-IF.

       ENCOMENDAS-CODIGO-LER.
           DISPLAY "CODIGO ENCOMENDA:" AT 0603 HIGHLIGHT.
           DISPLAY "DEIXAR EM BRANCO PARA RETROCEDER."
           AT 0803 HIGHLIGHT.
           ACCEPT ENCOMENDA-COD AUTO HIGHLIGHT AT 0621.
           DISPLAY ENCOMENDA-COD HIGHLIGHT AT 0621.
           DISPLAY "                                 " AT 0803.
           READ FIC-ENCOMENDAS
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.
           IF (EXISTE = "N") THEN
               IF ENCOMENDA-COD = SPACES THEN
                   DISPLAY " " AT 0621 HIGHLIGHT
               ELSE
                   DISPLAY "ENCOMENDA NAO EXISTE!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0628
               END-IF
           ELSE
               PERFORM ENCOMENDAS-CABECALHO-MOSTRAR
           END-IF.

       ENCOMENDAS-CABECALHO-MOSTRAR.
           PERFORM ENCOMENDAS-DATA-TEXTO.
           PERFORM ENCOMENDA-ESTADO-TEXTO-OBTER.
           DISPLAY "DATA:" AT 0630 HIGHLIGHT.
           DISPLAY REL-ENC-DATA HIGHLIGHT AT 0636.
           DISPLAY "ESTADO:" AT 0650 HIGHLIGHT.
           DISPLAY ENCOMENDA-ESTADO-TEXTO HIGHLIGHT AT 0658.
           DISPLAY "FORNECEDOR......:" AT 0703 HIGHLIGHT.
           DISPLAY ENCOMENDA-FORNECEDOR-COD HIGHLIGHT AT 0721.
           PERFORM ENCOMENDAS-FORNECEDOR-NOME-OBTER.
           DISPLAY FORNECEDOR-NOME HIGHLIGHT AT 0728.

       ENCOMENDAS-LINHA-VALOR-SOMAR.
           IF ENCLIN-ESTADO = "C" THEN
               COMPUTE ENCOMENDA-VALOR-TOTAL =
                   ENCOMENDA-VALOR-TOTAL +
                   ENCLIN-RECEBIDA * ENCLIN-PRECO
           ELSE
               COMPUTE ENCOMENDA-VALOR-TOTAL =
                   ENCOMENDA-VALOR-TOTAL +
                   ENCLIN-QUANTIDADE * ENCLIN-PRECO
           END-IF.
           IF ENCLIN-ESTADO = "A" OR ENCLIN-ESTADO = "P" THEN
               COMPUTE ENCOMENDA-PENDENTE-TOTAL =
                   ENCOMENDA-PENDENTE-TOTAL +
                   ENCLIN-QUANTIDADE - ENCLIN-RECEBIDA
           END-IF.

       ENCOMENDAS-LINHA-MOSTRAR.
           DISPLAY ENCLIN-NUM HIGHLIGHT LINE LINHA COL 3.
           IF ENCLIN-LIVRO-COD = 0 THEN
               DISPLAY "NOVO" HIGHLIGHT LINE LINHA COL 7
           ELSE
               DISPLAY ENCLIN-LIVRO-COD HIGHLIGHT LINE LINHA COL 7
           END-IF.
           DISPLAY ENCLIN-TITULO HIGHLIGHT LINE LINHA COL 14.
           DISPLAY ENCLIN-QUANTIDADE HIGHLIGHT LINE LINHA COL 46.
           DISPLAY ENCLIN-RECEBIDA HIGHLIGHT LINE LINHA COL 51.
           MOVE ENCLIN-PRECO TO ENCLIN-PRECO-EDT.
           DISPLAY ENCLIN-PRECO-EDT HIGHLIGHT LINE LINHA COL 58.
           PERFORM ENCLIN-ESTADO-TEXTO-OBTER.
           DISPLAY ENCLIN-ESTADO-TEXTO HIGHLIGHT LINE LINHA COL 69.
           ADD 1 TO LINHA.
           IF LINHA = 17 THEN
               DISPLAY "ENTER - PROXIMA PAGINA." HIGHLIGHT AT 1703
               ACCEPT OMITTED AT 1727
               MOVE 9 TO LINHA
               PERFORM ENCOMENDAS-AREA-LIMPAR
               MOVE 9 TO LINHA
           END-IF.

       ENCOMENDAS-LINHAS-MOSTRAR.
           MOVE 8 TO LINHA.
           PERFORM ENCOMENDAS-AREA-LIMPAR.
           DISPLAY "LN" FOREGROUND-COLOR 3 HIGHLIGHT AT 0803.
           DISPLAY "LIVRO" FOREGROUND-COLOR 3 HIGHLIGHT AT 0807.
           DISPLAY "TITULO" FOREGROUND-COLOR 3 HIGHLIGHT AT 0814.
           DISPLAY "QTD" FOREGROUND-COLOR 3 HIGHLIGHT AT 0846.
           DISPLAY "RECEB" FOREGROUND-COLOR 3 HIGHLIGHT AT 0851.
           DISPLAY "PRECO" FOREGROUND-COLOR 3 HIGHLIGHT AT 0861.
           DISPLAY "ESTADO" FOREGROUND-COLOR 3 HIGHLIGHT AT 0869.
           MOVE 0 TO ENCOMENDA-VALOR-TOTAL.
           MOVE 0 TO ENCOMENDA-PENDENTE-TOTAL.
           MOVE 9 TO LINHA.
           MOVE "N" TO ENCOMENDA-LINHAS-FIM.
           MOVE ENCOMENDA-COD TO ENCLIN-ENCOMENDA-COD.
           MOVE 0 TO ENCLIN-NUM.
           START FIC-ENCOMENDA-LINHAS KEY > ENCLIN-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL FS = "10"
                   OR ENCOMENDA-LINHAS-FIM = "S"
                       READ FIC-ENCOMENDA-LINHAS NEXT RECORD
                           NOT AT END
                               IF ENCLIN-ENCOMENDA-COD = ENCOMENDA-COD
                               THEN
                                   PERFORM ENCOMENDAS-LINHA-MOSTRAR
                                   PERFORM ENCOMENDAS-LINHA-VALOR-SOMAR
                               ELSE
                                   MOVE "S" TO ENCOMENDA-LINHAS-FIM
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.
           DISPLAY LINHA-EM-BRANCO AT 1701.
           MOVE ENCOMENDA-VALOR-TOTAL TO ENCOMENDA-VALOR-EDT.
           DISPLAY "VALOR TOTAL:" FOREGROUND-COLOR 3 HIGHLIGHT AT 1703.
           DISPLAY ENCOMENDA-VALOR-EDT HIGHLIGHT AT 1716.
           DISPLAY "POR RECEBER:" FOREGROUND-COLOR 3 HIGHLIGHT AT 1730.
           DISPLAY ENCOMENDA-PENDENTE-TOTAL HIGHLIGHT AT 1743.

       ENCOMENDAS-CONSULTAR.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "CONSULTAR ENCOMENDA" FOREGROUND-COLOR 3
           HIGHLIGHT AT 0217.
           DISPLAY "INSIRA O CODIGO DA ENCOMENDA:" AT 0403 HIGHLIGHT.
           PERFORM ENCOMENDAS-CODIGO-LER.
           IF EXISTE = "S" THEN
               PERFORM ENCOMENDAS-LINHAS-MOSTRAR
           END-IF.
           DISPLAY "ENTER - CONTINUAR"
           HIGHLIGHT AT 1803.
           ACCEPT OMITTED AT 1821.
           MOVE "N" TO REPETIR-MENU.

       ENCOMENDAS-RECEBER.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "RECEBER ENCOMENDA" FOREGROUND-COLOR 3
           HIGHLIGHT AT 0217.
           DISPLAY "INSIRA O CODIGO DA ENCOMENDA:" AT 0403 HIGHLIGHT.
           PERFORM ENCOMENDAS-CODIGO-LER.
           IF EXISTE = "S" THEN
               IF ENCOMENDA-ESTADO = "R" OR ENCOMENDA-ESTADO = "C" THEN
                   DISPLAY "ENCOMENDA JA FECHADA!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0803
               ELSE
                   PERFORM ENCOMENDAS-LINHAS-MOSTRAR
                   MOVE "S" TO ENCOMENDA-CONTINUAR
                   PERFORM UNTIL ENCOMENDA-CONTINUAR = "N"
                       PERFORM ENCOMENDAS-RECEBER-UMA
                   END-PERFORM
                   DISPLAY LINHA-EM-BRANCO AT 1801
               END-IF
           END-IF.
           DISPLAY "ENTER - CONTINUAR"
           HIGHLIGHT AT 2003.
           ACCEPT OMITTED AT 2021.
           MOVE "N" TO REPETIR-MENU.

       ENCOMENDAS-RECEBER-UMA.
           DISPLAY LINHA-EM-BRANCO AT 1801.
           DISPLAY "LINHA A RECEBER (0=FIM):" AT 1803 HIGHLIGHT.
           MOVE 0 TO ENCLIN-NUM-ESCOLHIDO.
           ACCEPT ENCLIN-NUM-ESCOLHIDO AUTO HIGHLIGHT AT 1828.
           DISPLAY LINHA-EM-BRANCO AT 1901.
           IF ENCLIN-NUM-ESCOLHIDO = 0 THEN
               MOVE "N" TO ENCOMENDA-CONTINUAR
           ELSE
               MOVE ENCOMENDA-COD TO ENCLIN-ENCOMENDA-COD
               MOVE ENCLIN-NUM-ESCOLHIDO TO ENCLIN-NUM
               READ FIC-ENCOMENDA-LINHAS
                   INVALID KEY
                       MOVE "N" TO EXISTE
                   NOT INVALID KEY
                       MOVE "S" TO EXISTE
               END-READ
               IF (EXISTE = "N") THEN
                   DISPLAY "LINHA NAO EXISTE!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1903
               ELSE
                   IF ENCLIN-ESTADO = "R" OR ENCLIN-ESTADO = "C" THEN
                       DISPLAY "LINHA JA FECHADA!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1903
                   ELSE
                       PERFORM ENCOMENDAS-QUANTIDADE-RECEBER
                   END-IF
               END-IF
           END-IF.

       ENCOMENDAS-QUANTIDADE-RECEBER.
           COMPUTE ENCLIN-PENDENTE =
               ENCLIN-QUANTIDADE - ENCLIN-RECEBIDA.
           DISPLAY "QUANTIDADE:" AT 1833 HIGHLIGHT.
           DISPLAY "PENDENTE:" AT 1851 HIGHLIGHT.
           DISPLAY ENCLIN-PENDENTE HIGHLIGHT AT 1861.
           MOVE 0 TO RECECAO-QUANTIDADE-NOVA.
           ACCEPT RECECAO-QUANTIDADE-NOVA AUTO HIGHLIGHT AT 1845.
           IF RECECAO-QUANTIDADE-NOVA = 0
           OR RECECAO-QUANTIDADE-NOVA > ENCLIN-PENDENTE THEN
               DISPLAY "QUANTIDADE INCORRETA!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1903
           ELSE
               PERFORM ENCOMENDAS-LINHA-RECEBER
               IF RECECAO-OK = "S" THEN
                   PERFORM ENCOMENDAS-CABECALHO-MOSTRAR
                   PERFORM ENCOMENDAS-LINHAS-MOSTRAR
                   IF ENCOMENDA-ESTADO = "R" THEN
                       MOVE "N" TO ENCOMENDA-CONTINUAR
                       DISPLAY "ENCOMENDA TOTALMENTE RECEBIDA!"
                       FOREGROUND-COLOR 2 HIGHLIGHT AT 1903
                   ELSE
                       DISPLAY "RECECAO REGISTADA COM SUCESSO!"
                       FOREGROUND-COLOR 2 HIGHLIGHT AT 1903
                   END-IF
               END-IF
           END-IF.

       ENCOMENDAS-LINHA-RECEBER.
           MOVE "N" TO RECECAO-OK.
           IF ENCLIN-LIVRO-COD = 0 THEN
               PERFORM ENCOMENDAS-TITULO-CATALOGAR
           ELSE
               MOVE ENCLIN-LIVRO-COD TO LIVRO-COD
               PERFORM LIVRO-LER-BLOQUEAR
               IF EXISTE = "N" THEN
                   IF BLOQUEIO-DESISTIU = "S" THEN
                       DISPLAY "REGISTO EM USO NOUTRO POSTO!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1903
                   ELSE
                       DISPLAY "LIVRO NAO EXISTE NO CATALOGO!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1903
                   END-IF
               ELSE
                   PERFORM ENCOMENDAS-EXEMPLARES-SOMAR
               END-IF
               UNLOCK FIC-LIVROS
           END-IF.
           IF RECECAO-OK = "S" THEN
               PERFORM ENCOMENDAS-RECECAO-HISTORICO
               ADD RECECAO-QUANTIDADE-NOVA TO ENCLIN-RECEBIDA
               IF ENCLIN-RECEBIDA >= ENCLIN-QUANTIDADE THEN
                   MOVE "R" TO ENCLIN-ESTADO
               ELSE
                   MOVE "P" TO ENCLIN-ESTADO
               END-IF
               REWRITE REGISTO-ENCOMENDA-LINHA
                   INVALID KEY
                       DISPLAY "ERRO AO ALTERAR LINHA!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1903
               END-REWRITE
               PERFORM RECECOES-REGISTAR
               PERFORM ENCOMENDAS-ESTADO-ATUALIZAR
           END-IF.

       ENCOMENDAS-EXEMPLARES-SOMAR.
           MOVE NUM-EXEMPLARES TO EXEMPLARES-ANTIGOS-EDT.
           MOVE NUM-EXEMPLARES TO EXEMPLARES-SOMA.
           ADD RECECAO-QUANTIDADE-NOVA TO EXEMPLARES-SOMA.
           IF EXEMPLARES-SOMA > 999 THEN
               DISPLAY "EXCEDE O MAXIMO DE EXEMPLARES!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1903
           ELSE
               MOVE EXEMPLARES-SOMA TO NUM-EXEMPLARES
               REWRITE REGISTO-LIVROS
                   INVALID KEY
                       DISPLAY "ERRO AO ALTERAR LIVRO!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1903
                   NOT INVALID KEY
                       MOVE "S" TO RECECAO-OK
               END-REWRITE
           END-IF.

       ENCOMENDAS-TITULO-CATALOGAR.
           MOVE "LIVROS" TO CONTADOR-FICHEIRO.
           PERFORM CONTADOR-PROPOR.
           IF CODIGO-PROPOSTO = 0 THEN
               DISPLAY "NUMERACAO EM USO NOUTRO POSTO! REPITA."
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1903
           ELSE
               PERFORM ENCOMENDAS-TITULO-GRAVAR
           END-IF.

       ENCOMENDAS-TITULO-GRAVAR.
           MOVE CODIGO-PROPOSTO TO LIVRO-COD.
           MOVE ENCLIN-TITULO TO TITULO.
           MOVE ENCLIN-TEMA-COD TO LIVRO-TEMA-COD.
           MOVE ENCLIN-AUTOR-COD TO LIVRO-AUTOR-COD.
           MOVE RECECAO-QUANTIDADE-NOVA TO NUM-EXEMPLARES.
           MOVE SPACES TO LIVRO-ISBN.
           MOVE 0 TO EXEMPLARES-ANTIGOS-EDT.
           WRITE REGISTO-LIVROS
               INVALID KEY
                   DISPLAY "ERRO AO CATALOGAR TITULO!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1903
               NOT INVALID KEY
                   MOVE "LIVRO" TO HIST-FICHEIRO
                   MOVE LIVRO-COD TO HIST-COD
                   MOVE "CRIACAO" TO HIST-OPERACAO
                   MOVE SPACES TO HIST-CAMPO-ANTIGO
                   MOVE TITULO TO HIST-CAMPO-NOVO
                   PERFORM HISTORICO-REGISTAR
                   MOVE LIVRO-COD TO CODIGO-USADO
                   PERFORM CONTADOR-ATUALIZAR
                   MOVE LIVRO-COD TO ENCLIN-LIVRO-COD
                   MOVE "S" TO RECECAO-OK
           END-WRITE.

       ENCOMENDAS-RECECAO-HISTORICO.
           MOVE NUM-EXEMPLARES TO EXEMPLARES-NOVOS-EDT.
           MOVE "LIVRO" TO HIST-FICHEIRO.
           MOVE LIVRO-COD TO HIST-COD.
           MOVE "RECECAO" TO HIST-OPERACAO.
           MOVE SPACES TO HIST-CAMPO-ANTIGO.
           MOVE SPACES TO HIST-CAMPO-NOVO.
           STRING
           "EXEMPLARES: " DELIMITED BY SIZE
           EXEMPLARES-ANTIGOS-EDT DELIMITED BY SIZE
           INTO HIST-CAMPO-ANTIGO
           END-STRING.
           STRING
           "EXEMPLARES: " DELIMITED BY SIZE
           EXEMPLARES-NOVOS-EDT DELIMITED BY SIZE
           " ENC. " DELIMITED BY SIZE
           ENCLIN-ENCOMENDA-COD DELIMITED BY SIZE
           INTO HIST-CAMPO-NOVO
           END-STRING.
           PERFORM HISTORICO-REGISTAR.

       RECECOES-REGISTAR.
           OPEN EXTEND FIC-RECECOES.
           MOVE DATA-SIST-AAAAMMDD TO RECECAO-DATA.
           MOVE ENCLIN-ENCOMENDA-COD TO RECECAO-ENCOMENDA-COD.
           MOVE ENCLIN-NUM TO RECECAO-LINHA-NUM.
           MOVE ENCLIN-LIVRO-COD TO RECECAO-LIVRO-COD.
           MOVE LIVRO-TEMA-COD TO RECECAO-TEMA-COD.
           MOVE RECECAO-QUANTIDADE-NOVA TO RECECAO-QUANTIDADE.
           COMPUTE RECECAO-VALOR =
               RECECAO-QUANTIDADE-NOVA * ENCLIN-PRECO.
           MOVE OPERADOR-ATUAL TO RECECAO-OPERADOR.
           WRITE REGISTO-RECECAO.
           CLOSE FIC-RECECOES.

       ENCOMENDAS-ESTADO-ATUALIZAR.
           MOVE 0 TO ENCOMENDA-LINHAS-ABERTAS.
           MOVE 0 TO ENCOMENDA-LINHAS-RECEBIDAS.
           MOVE "N" TO ENCOMENDA-LINHAS-FIM.
           MOVE ENCOMENDA-COD TO ENCLIN-ENCOMENDA-COD.
           MOVE 0 TO ENCLIN-NUM.
           START FIC-ENCOMENDA-LINHAS KEY > ENCLIN-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL FS = "10"
                   OR ENCOMENDA-LINHAS-FIM = "S"
                       READ FIC-ENCOMENDA-LINHAS NEXT RECORD
                           NOT AT END
                               IF ENCLIN-ENCOMENDA-COD = ENCOMENDA-COD
                               THEN
                                   IF ENCLIN-ESTADO = "A"
                                   OR ENCLIN-ESTADO = "P" THEN
                                       ADD 1 TO
                                       ENCOMENDA-LINHAS-ABERTAS
                                   END-IF
                                   IF ENCLIN-RECEBIDA > 0 THEN
                                       ADD 1 TO
                                       ENCOMENDA-LINHAS-RECEBIDAS
                                   END-IF
                               ELSE
                                   MOVE "S" TO ENCOMENDA-LINHAS-FIM
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

           IF ENCOMENDA-LINHAS-ABERTAS = 0 THEN
               IF ENCOMENDA-LINHAS-RECEBIDAS > 0 THEN
                   MOVE "R" TO ENCOMENDA-ESTADO-NOVO
               ELSE
                   MOVE "C" TO ENCOMENDA-ESTADO-NOVO
               END-IF
           ELSE
               IF ENCOMENDA-LINHAS-RECEBIDAS > 0 THEN
                   MOVE "P" TO ENCOMENDA-ESTADO-NOVO
               ELSE
                   MOVE "A" TO ENCOMENDA-ESTADO-NOVO
               END-IF
           END-IF.

           IF ENCOMENDA-ESTADO-NOVO NOT = ENCOMENDA-ESTADO THEN
               PERFORM ENCOMENDA-ESTADO-TEXTO-OBTER
               MOVE ENCOMENDA-ESTADO-TEXTO TO HIST-CAMPO-ANTIGO
               MOVE ENCOMENDA-ESTADO-NOVO TO ENCOMENDA-ESTADO
               PERFORM ENCOMENDA-ESTADO-TEXTO-OBTER
               MOVE ENCOMENDA-ESTADO-TEXTO TO HIST-CAMPO-NOVO
               REWRITE REGISTO-ENCOMENDA
                   INVALID KEY
                       DISPLAY "ERRO AO ALTERAR ENCOMENDA!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1903
                   NOT INVALID KEY
                       MOVE "ENCOMENDA" TO HIST-FICHEIRO
                       MOVE ENCOMENDA-COD TO HIST-COD
                       MOVE "ESTADO" TO HIST-OPERACAO
                       PERFORM HISTORICO-REGISTAR
               END-REWRITE
           END-IF.

       ENCOMENDAS-ANULAR.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "ANULAR ENCOMENDA" FOREGROUND-COLOR 3
           HIGHLIGHT AT 0217.
           DISPLAY "INSIRA O CODIGO DA ENCOMENDA:" AT 0403 HIGHLIGHT.
           PERFORM ENCOMENDAS-CODIGO-LER.
           IF EXISTE = "S" THEN
               IF ENCOMENDA-ESTADO = "R" OR ENCOMENDA-ESTADO = "C" THEN
                   DISPLAY "ENCOMENDA JA FECHADA!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0803
               ELSE
                   PERFORM ENCOMENDAS-LINHAS-MOSTRAR
                   DISPLAY "ANULAR AS QUANTIDADES POR RECEBER (S/N)?"
                   AT 1803 HIGHLIGHT
                   MOVE "N" TO ENCOMENDA-CONFIRMA
                   ACCEPT ENCOMENDA-CONFIRMA AUTO HIGHLIGHT AT 1845
                   IF ENCOMENDA-CONFIRMA = "S"
                   OR ENCOMENDA-CONFIRMA = "s" THEN
                       PERFORM ENCOMENDAS-LINHAS-ANULAR
                       PERFORM ENCOMENDAS-ESTADO-ATUALIZAR
                       PERFORM ENCOMENDAS-CABECALHO-MOSTRAR
                       PERFORM ENCOMENDAS-LINHAS-MOSTRAR
                       DISPLAY "ENCOMENDA ANULADA!"
                       FOREGROUND-COLOR 2 HIGHLIGHT AT 1903
                   ELSE
                       DISPLAY "ENCOMENDA NAO FOI ALTERADA."
                       HIGHLIGHT AT 1903
                   END-IF
               END-IF
           END-IF.
           DISPLAY "ENTER - CONTINUAR"
           HIGHLIGHT AT 2003.
           ACCEPT OMITTED AT 2021.
           MOVE "N" TO REPETIR-MENU.

       ENCOMENDAS-LINHAS-ANULAR.
           MOVE "N" TO ENCOMENDA-LINHAS-FIM.
           MOVE ENCOMENDA-COD TO ENCLIN-ENCOMENDA-COD.
           MOVE 0 TO ENCLIN-NUM.
           START FIC-ENCOMENDA-LINHAS KEY > ENCLIN-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL FS = "10"
                   OR ENCOMENDA-LINHAS-FIM = "S"
                       READ FIC-ENCOMENDA-LINHAS NEXT RECORD
                           NOT AT END
                               IF ENCLIN-ENCOMENDA-COD = ENCOMENDA-COD
                               THEN
                                   IF ENCLIN-ESTADO = "A"
                                   OR ENCLIN-ESTADO = "P" THEN
                                       MOVE "C" TO ENCLIN-ESTADO
                                       REWRITE REGISTO-ENCOMENDA-LINHA
                                       END-REWRITE
                                   END-IF
                               ELSE
                                   MOVE "S" TO ENCOMENDA-LINHAS-FIM
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

       ENCOMENDAS-TOTAIS-CALCULAR.
           MOVE 0 TO ENCOMENDA-VALOR-TOTAL.
           MOVE 0 TO ENCOMENDA-PENDENTE-TOTAL.
           MOVE "N" TO ENCOMENDA-LINHAS-FIM.
           MOVE ENCOMENDA-COD TO ENCLIN-ENCOMENDA-COD.
           MOVE 0 TO ENCLIN-NUM.
           START FIC-ENCOMENDA-LINHAS KEY > ENCLIN-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL FS = "10"
                   OR ENCOMENDA-LINHAS-FIM = "S"
                       READ FIC-ENCOMENDA-LINHAS NEXT RECORD
                           NOT AT END
                               IF ENCLIN-ENCOMENDA-COD = ENCOMENDA-COD
                               THEN
                                   PERFORM ENCOMENDAS-LINHA-VALOR-SOMAR
                               ELSE
                                   MOVE "S" TO ENCOMENDA-LINHAS-FIM
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

       ENCOMENDAS-LINHA-PREPARAR.
           PERFORM ENCOMENDAS-TOTAIS-CALCULAR.
           PERFORM ENCOMENDAS-FORNECEDOR-NOME-OBTER.
           PERFORM ENCOMENDA-ESTADO-TEXTO-OBTER.
           PERFORM ENCOMENDAS-DATA-TEXTO.
           MOVE ENCOMENDA-COD TO REL-ENC-COD.
           MOVE FORNECEDOR-NOME TO REL-ENC-FORNECEDOR.
           MOVE ENCOMENDA-ESTADO-TEXTO TO REL-ENC-ESTADO.
           MOVE ENCOMENDA-VALOR-TOTAL TO REL-ENC-VALOR.
           MOVE ENCOMENDA-PENDENTE-TOTAL TO REL-ENC-PENDENTES.

       ENCOMENDAS-LISTAGEM.
           PERFORM SAIDA-ESCOLHER.
           IF SAIDA-ESCOLHIDA = "F" THEN
               PERFORM ENCOMENDAS-LISTAGEM-FICHEIRO
           ELSE
               PERFORM ENCOMENDAS-LISTAGEM-ECRA
           END-IF.
           MOVE "N" TO REPETIR-MENU.

       ENCOMENDAS-RELATORIO-UM.
           PERFORM ENCOMENDAS-LINHA-PREPARAR.
           MOVE REL-LINHA-ENCOMENDA TO RELATORIO-DETALHE.
           PERFORM RELATORIO-LINHA-ESCREVER.

       ENCOMENDAS-LISTAGEM-FICHEIRO.
           MOVE "LISTAGEM DE ENCOMENDAS" TO RELATORIO-TITULO.
           MOVE
           "CODIGO  DATA        FORNECEDOR                      " &
           "ESTADO           VALOR   PEND."
           TO RELATORIO-COLUNAS.
           PERFORM RELATORIO-INICIAR.
           MOVE "N" TO AQUISICOES-FIM.
           MOVE 0 TO ENCOMENDA-COD.
           START FIC-ENCOMENDAS KEY > ENCOMENDA-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL AQUISICOES-FIM = "S"
                       READ FIC-ENCOMENDAS NEXT RECORD
                           AT END
                               MOVE "S" TO AQUISICOES-FIM
                           NOT AT END
                               PERFORM ENCOMENDAS-RELATORIO-UM
                       END-READ
                   END-PERFORM
           END-START.
           PERFORM RELATORIO-TERMINAR.

       ENCOMENDAS-LISTAGEM-ECRA.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "LISTAGEM DE ENCOMENDAS"  FOREGROUND-COLOR 3
           HIGHLIGHT AT 0217.

           DISPLAY "*************************************************" &
           "**********************************************************"
           AT 0301.

           DISPLAY "COD." FOREGROUND-COLOR 3 HIGHLIGHT AT 0403.
           DISPLAY "DATA" FOREGROUND-COLOR 3 HIGHLIGHT AT 0410.
           DISPLAY "FORNECEDOR" FOREGROUND-COLOR 3 HIGHLIGHT AT 0422.
           DISPLAY "ESTADO" FOREGROUND-COLOR 3 HIGHLIGHT AT 0454.
           DISPLAY "VALOR" FOREGROUND-COLOR 3 HIGHLIGHT AT 0471.
           DISPLAY "PEND." FOREGROUND-COLOR 3 HIGHLIGHT AT 0479.
           DISPLAY "PAG." FOREGROUND-COLOR 3 HIGHLIGHT AT 2002.
           DISPLAY "|" FOREGROUND-COLOR 3 AT 2009.

           DISPLAY "*************************************************" &
           "**********************************************************"
           AT 0501.
           DISPLAY "*************************************************" &
           "**********************************************************"
           AT 1901.

           MOVE 1 TO PAGINA.
           MOVE "N" TO AQUISICOES-FIM.
           MOVE 0 TO ENCOMENDA-COD.
           START FIC-ENCOMENDAS KEY > ENCOMENDA-COD
               INVALID KEY
                   DISPLAY "FICHEIRO VAZIO. ENTER - CONTINUAR."
                   HIGHLIGHT AT 2011
                   DISPLAY "00" HIGHLIGHT AT 2006
                   ACCEPT OMITTED AT 2050
               NOT INVALID KEY
                   MOVE 6 TO LINHA
                   PERFORM UNTIL AQUISICOES-FIM = "S"
                       READ FIC-ENCOMENDAS NEXT RECORD
                           AT END
                               MOVE "S" TO AQUISICOES-FIM
                           NOT AT END
                               PERFORM ENCOMENDAS-LINHA-PREPARAR
                               DISPLAY PAGINA
                               HIGHLIGHT AT 2006
                               DISPLAY REL-ENC-COD
                               HIGHLIGHT LINE LINHA COL 3
                               DISPLAY REL-ENC-DATA
                               HIGHLIGHT LINE LINHA COL 10
                               DISPLAY REL-ENC-FORNECEDOR
                               HIGHLIGHT LINE LINHA COL 22
                               DISPLAY REL-ENC-ESTADO
                               HIGHLIGHT LINE LINHA COL 54
                               DISPLAY REL-ENC-VALOR
                               HIGHLIGHT LINE LINHA COL 66
                               DISPLAY REL-ENC-PENDENTES
                               HIGHLIGHT LINE LINHA COL 79
                               ADD 1 TO LINHA
                               IF LINHA = 19 THEN
                                   MOVE 6 TO LINHA
                                   DISPLAY
                            "ENTER - PROXIMA PAGINA."
                                   HIGHLIGHT AT 2011
                                   ACCEPT OMITTED AT 2050
                                   ADD 1 TO PAGINA
                               END-IF
                       END-READ
                   END-PERFORM
                   DISPLAY "*****************************************" &
           "*********************************************************" &
           "*********"
           LINE LINHA COL 1
                   DISPLAY "ENTER - CONTINUAR.                     "
                   HIGHLIGHT AT 2011
                   ACCEPT OMITTED AT 2030
           END-START.
           MOVE "N" TO REPETIR-MENU.

       ENCOMENDAS-LIVRO-PENDENTE.
           MOVE 0 TO EM-ENCOMENDA.
           MOVE "N" TO ENCOMENDA-LINHAS-FIM.
           MOVE LIVRO-COD TO ENCLIN-LIVRO-COD.
           START FIC-ENCOMENDA-LINHAS KEY = ENCLIN-LIVRO-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL FS = "10"
                   OR ENCOMENDA-LINHAS-FIM = "S"
                       READ FIC-ENCOMENDA-LINHAS NEXT RECORD
                           NOT AT END
                               IF ENCLIN-LIVRO-COD = LIVRO-COD THEN
                                   IF ENCLIN-ESTADO = "A"
                                   OR ENCLIN-ESTADO = "P" THEN
                                       COMPUTE EM-ENCOMENDA =
                                           EM-ENCOMENDA +
                                           ENCLIN-QUANTIDADE -
                                           ENCLIN-RECEBIDA
                                   END-IF
                               ELSE
                                   MOVE "S" TO ENCOMENDA-LINHAS-FIM
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

       AQUISICOES-SUGESTAO-CALCULAR.
           MOVE 0 TO EM-ENCOMENDA.
           MOVE 0 TO SUGESTAO-QUANTIDADE.
           PERFORM ALUGUERES-VERIFICA-LIVRO-OCUPADO.
           MOVE NUM-EXEMPLARES TO EXEMPLARES-TOTAL.
           COMPUTE EXEMPLARES-DISPONIVEIS =
               EXEMPLARES-TOTAL - EXEMPLARES-ALUGADOS.
           IF EXEMPLARES-DISPONIVEIS < 0 THEN
               MOVE 0 TO EXEMPLARES-DISPONIVEIS
           END-IF.
           PERFORM RESERVAS-CONTAR-ATIVAS.
           IF RESERVAS-ATIVAS > EXEMPLARES-DISPONIVEIS THEN
               PERFORM ENCOMENDAS-LIVRO-PENDENTE
               COMPUTE SUGESTAO-QUANTIDADE =
                   RESERVAS-ATIVAS - EXEMPLARES-DISPONIVEIS -
                   EM-ENCOMENDA
               IF SUGESTAO-QUANTIDADE < 0 THEN
                   MOVE 0 TO SUGESTAO-QUANTIDADE
               END-IF
           END-IF.
           MOVE LIVRO-COD TO REL-SUG-COD.
           MOVE TITULO TO REL-SUG-TITULO.
           MOVE EXEMPLARES-TOTAL TO REL-SUG-EXEMP.
           MOVE EXEMPLARES-DISPONIVEIS TO REL-SUG-DISPON.
           MOVE RESERVAS-ATIVAS TO REL-SUG-RESERVAS.
           MOVE EM-ENCOMENDA TO REL-SUG-ENCOMENDA.
           MOVE SUGESTAO-QUANTIDADE TO REL-SUG-QUANTIDADE.

       AQUISICOES-SUGESTOES.
           PERFORM SAIDA-ESCOLHER.
           IF SAIDA-ESCOLHIDA = "F" THEN
               PERFORM AQUISICOES-SUGESTOES-FICHEIRO
           ELSE
               PERFORM AQUISICOES-SUGESTOES-ECRA
           END-IF.
           MOVE "N" TO REPETIR-MENU.

       AQUISICOES-SUGESTAO-RELATORIO-UM.
           PERFORM AQUISICOES-SUGESTAO-CALCULAR.
           IF RESERVAS-ATIVAS > EXEMPLARES-DISPONIVEIS THEN
               ADD 1 TO SUGESTOES-LISTADAS
               MOVE REL-LINHA-SUGESTAO TO RELATORIO-DETALHE
               PERFORM RELATORIO-LINHA-ESCREVER
           END-IF.

       AQUISICOES-SUGESTOES-FICHEIRO.
           MOVE "SUGESTOES DE COMPRA" TO RELATORIO-TITULO.
           MOVE
           "CODIGO  TITULO                          EXEMP.  " &
           "DISP.   RESERV  ENCOM.  SUGER."
           TO RELATORIO-COLUNAS.
           PERFORM RELATORIO-INICIAR.
           MOVE 0 TO SUGESTOES-LISTADAS.
           MOVE "N" TO AQUISICOES-FIM.
           MOVE 0 TO LIVRO-COD.
           START FIC-LIVROS KEY > LIVRO-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL AQUISICOES-FIM = "S"
                       READ FIC-LIVROS NEXT RECORD
                           AT END
                               MOVE "S" TO AQUISICOES-FIM
                           NOT AT END
                               PERFORM AQUISICOES-SUGESTAO-RELATORIO-UM
                       END-READ
                   END-PERFORM
           END-START.
           IF SUGESTOES-LISTADAS = 0 THEN
               MOVE "NENHUMA SUGESTAO DE COMPRA." TO RELATORIO-DETALHE
               PERFORM RELATORIO-SUBTITULO-ESCREVER
           END-IF.
           PERFORM RELATORIO-TERMINAR.

       AQUISICOES-SUGESTAO-ECRA-UM.
           PERFORM AQUISICOES-SUGESTAO-CALCULAR.
           IF RESERVAS-ATIVAS > EXEMPLARES-DISPONIVEIS THEN
               ADD 1 TO SUGESTOES-LISTADAS
               DISPLAY PAGINA HIGHLIGHT AT 2006
               DISPLAY REL-SUG-COD HIGHLIGHT LINE LINHA COL 3
               DISPLAY REL-SUG-TITULO HIGHLIGHT LINE LINHA COL 10
               DISPLAY REL-SUG-EXEMP HIGHLIGHT LINE LINHA COL 42
               DISPLAY REL-SUG-DISPON HIGHLIGHT LINE LINHA COL 50
               DISPLAY REL-SUG-RESERVAS HIGHLIGHT LINE LINHA COL 58
               DISPLAY REL-SUG-ENCOMENDA HIGHLIGHT LINE LINHA COL 66
               DISPLAY REL-SUG-QUANTIDADE
               HIGHLIGHT LINE LINHA COL 74
               ADD 1 TO LINHA
               IF LINHA = 19 THEN
                   MOVE 6 TO LINHA
                   DISPLAY "ENTER - PROXIMA PAGINA."
                   HIGHLIGHT AT 2011
                   ACCEPT OMITTED AT 2050
                   ADD 1 TO PAGINA
               END-IF
           END-IF.

       AQUISICOES-SUGESTOES-ECRA.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "SUGESTOES DE COMPRA"  FOREGROUND-COLOR 3
           HIGHLIGHT AT 0217.

           DISPLAY "*************************************************" &
           "**********************************************************"
           AT 0301.

           DISPLAY "COD." FOREGROUND-COLOR 3 HIGHLIGHT AT 0403.
           DISPLAY "TITULO" FOREGROUND-COLOR 3 HIGHLIGHT AT 0410.
           DISPLAY "EXEMP" FOREGROUND-COLOR 3 HIGHLIGHT AT 0441.
           DISPLAY "DISP." FOREGROUND-COLOR 3 HIGHLIGHT AT 0449.
           DISPLAY "RESERV" FOREGROUND-COLOR 3 HIGHLIGHT AT 0457.
           DISPLAY "ENCOM." FOREGROUND-COLOR 3 HIGHLIGHT AT 0465.
           DISPLAY "SUGER." FOREGROUND-COLOR 3 HIGHLIGHT AT 0473.
           DISPLAY "PAG." FOREGROUND-COLOR 3 HIGHLIGHT AT 2002.
           DISPLAY "|" FOREGROUND-COLOR 3 AT 2009.

           AT 1901.

           MOVE 1 TO PAGINA.
           MOVE 6 TO LINHA.
           MOVE 0 TO SUGESTOES-LISTADAS.
           DISPLAY PAGINA HIGHLIGHT AT 2006.
           MOVE "N" TO AQUISICOES-FIM.
           MOVE 0 TO LIVRO-COD.
           START FIC-LIVROS KEY > LIVRO-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL AQUISICOES-FIM = "S"
                       READ FIC-LIVROS NEXT RECORD
                           AT END
                               MOVE "S" TO AQUISICOES-FIM
                           NOT AT END
                               PERFORM AQUISICOES-SUGESTAO-ECRA-UM
                       END-READ
                   END-PERFORM
           END-START.
           IF SUGESTOES-LISTADAS = 0 THEN
               DISPLAY "NENHUMA SUGESTAO DE COMPRA."
               HIGHLIGHT AT 0603
           ELSE
               DISPLAY "*****************************************" &
           "*********************************************************" &
           "*********"
               LINE LINHA COL 1
           END-IF.
           DISPLAY "ENTER - CONTINUAR.                     "
           HIGHLIGHT AT 2011.
           ACCEPT OMITTED AT 2030.
           MOVE "N" TO REPETIR-MENU.

       GASTOS-TEMA-PROCURAR.
           MOVE "N" TO GASTO-TEMA-ENCONTRADO.
           MOVE 1 TO GASTO-IDX.
           PERFORM UNTIL GASTO-IDX > TOTAL-TEMAS-GASTO
           OR GASTO-TEMA-ENCONTRADO = "S"
               IF TEMA-GASTO-COD(GASTO-IDX) = GASTO-TEMA-COD THEN
                   MOVE "S" TO GASTO-TEMA-ENCONTRADO
               ELSE
                   ADD 1 TO GASTO-IDX
               END-IF
           END-PERFORM.
           IF GASTO-TEMA-ENCONTRADO = "N" THEN
               IF TOTAL-TEMAS-GASTO < 100 THEN
                   ADD 1 TO TOTAL-TEMAS-GASTO
                   MOVE TOTAL-TEMAS-GASTO TO GASTO-IDX
                   MOVE GASTO-TEMA-COD TO TEMA-GASTO-COD(GASTO-IDX)
                   MOVE 0 TO TEMA-GASTO-ORCAMENTO(GASTO-IDX)
                   MOVE 0 TO TEMA-GASTO-VALOR(GASTO-IDX)
               ELSE
                   MOVE 0 TO GASTO-IDX
               END-IF
           END-IF.

       GASTOS-CALCULAR.
           MOVE 0 TO TOTAL-TEMAS-GASTO.
           MOVE "N" TO ORCAMENTO-FIM.
           MOVE AQUISICOES-ANO TO ORCAMENTO-ANO.
           MOVE 0 TO ORCAMENTO-TEMA-COD.
           START FIC-ORCAMENTOS KEY >= ORCAMENTO-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL FS = "10" OR ORCAMENTO-FIM = "S"
                       READ FIC-ORCAMENTOS NEXT RECORD
                           NOT AT END
                               IF ORCAMENTO-ANO = AQUISICOES-ANO THEN
                                   MOVE ORCAMENTO-TEMA-COD
                                   TO GASTO-TEMA-COD
                                   PERFORM GASTOS-TEMA-PROCURAR
                                   IF GASTO-IDX > 0 THEN
                                       ADD ORCAMENTO-VALOR TO
                                       TEMA-GASTO-ORCAMENTO(GASTO-IDX)
                                   END-IF
                               ELSE
                                   MOVE "S" TO ORCAMENTO-FIM
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

           COMPUTE GASTO-DATA-INICIO = AQUISICOES-ANO * 10000.
           COMPUTE GASTO-DATA-FIM = GASTO-DATA-INICIO + 9999.
           MOVE "N" TO RECECOES-EOF.
           OPEN INPUT FIC-RECECOES.
           PERFORM UNTIL RECECOES-EOF = "S"
               READ FIC-RECECOES
                   AT END
                       MOVE "S" TO RECECOES-EOF
                   NOT AT END
                       IF RECECAO-DATA >= GASTO-DATA-INICIO
                       AND RECECAO-DATA <= GASTO-DATA-FIM THEN
                           MOVE RECECAO-TEMA-COD TO GASTO-TEMA-COD
                           PERFORM GASTOS-TEMA-PROCURAR
                           IF GASTO-IDX > 0 THEN
                               ADD RECECAO-VALOR TO
                               TEMA-GASTO-VALOR(GASTO-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-RECECOES.

       GASTOS-LINHA-PREPARAR.
           IF TEMA-GASTO-COD(GASTO-IDX) = 0 THEN
               MOVE "SEM TEMA" TO GASTO-TEMA-NOME
           ELSE
               MOVE TEMA-GASTO-COD(GASTO-IDX) TO TEMA-COD
               READ FIC-TEMAS
                   INVALID KEY
                       MOVE "TEMA DESCONHECIDO" TO GASTO-TEMA-NOME
                   NOT INVALID KEY
                       MOVE TEMA TO GASTO-TEMA-NOME
               END-READ
           END-IF.
           COMPUTE GASTO-SALDO =
               TEMA-GASTO-ORCAMENTO(GASTO-IDX) -
               TEMA-GASTO-VALOR(GASTO-IDX).
           ADD TEMA-GASTO-ORCAMENTO(GASTO-IDX) TO GASTO-ORCAMENTO-TOTAL.
           ADD TEMA-GASTO-VALOR(GASTO-IDX) TO GASTO-VALOR-TOTAL.
           MOVE TEMA-GASTO-COD(GASTO-IDX) TO REL-GAS-COD.
           MOVE GASTO-TEMA-NOME TO REL-GAS-TEMA.
           MOVE TEMA-GASTO-ORCAMENTO(GASTO-IDX) TO REL-GAS-ORCAMENTO.
           MOVE TEMA-GASTO-VALOR(GASTO-IDX) TO REL-GAS-VALOR.
           MOVE GASTO-SALDO TO REL-GAS-SALDO.

       GASTOS-TOTAL-PREPARAR.
           COMPUTE GASTO-SALDO =
               GASTO-ORCAMENTO-TOTAL - GASTO-VALOR-TOTAL.
           MOVE 0 TO REL-GAS-COD.
           MOVE "TOTAL" TO REL-GAS-TEMA.
           MOVE GASTO-ORCAMENTO-TOTAL TO REL-GAS-ORCAMENTO.
           MOVE GASTO-VALOR-TOTAL TO REL-GAS-VALOR.
           MOVE GASTO-SALDO TO REL-GAS-SALDO.

       AQUISICOES-GASTOS.
           PERFORM SAIDA-ESCOLHER.
           DISPLAY "ANO (0=ATUAL):" AT 0603 HIGHLIGHT.
           MOVE 0 TO AQUISICOES-ANO.
           ACCEPT AQUISICOES-ANO AUTO HIGHLIGHT AT 0618.
           IF AQUISICOES-ANO = 0 THEN
               MOVE ANO-SIST TO AQUISICOES-ANO
           END-IF.
           DISPLAY AQUISICOES-ANO HIGHLIGHT AT 0618.
           PERFORM GASTOS-CALCULAR.
           MOVE 0 TO GASTO-ORCAMENTO-TOTAL.
           MOVE 0 TO GASTO-VALOR-TOTAL.
           IF SAIDA-ESCOLHIDA = "F" THEN
               PERFORM GASTOS-LISTAGEM-FICHEIRO
           ELSE
               PERFORM GASTOS-LISTAGEM-ECRA
           END-IF.
           MOVE "N" TO REPETIR-MENU.

       GASTOS-LISTAGEM-FICHEIRO.
           MOVE SPACES TO RELATORIO-TITULO.
           STRING
           "GASTOS POR TEMA - ANO " DELIMITED BY SIZE
           AQUISICOES-ANO DELIMITED BY SIZE
           INTO RELATORIO-TITULO
           END-STRING.
           MOVE
           "CODIGO  TEMA                               ORCAMENTO  " &
           "       GASTO          SALDO"
           TO RELATORIO-COLUNAS.
           PERFORM RELATORIO-INICIAR.
           MOVE 1 TO GASTO-IDX.
           PERFORM UNTIL GASTO-IDX > TOTAL-TEMAS-GASTO
               PERFORM GASTOS-LINHA-PREPARAR
               MOVE REL-LINHA-GASTO TO RELATORIO-DETALHE
               PERFORM RELATORIO-LINHA-ESCREVER
               ADD 1 TO GASTO-IDX
           END-PERFORM.
           PERFORM GASTOS-TOTAL-PREPARAR.
           MOVE REL-LINHA-GASTO TO RELATORIO-DETALHE.
           PERFORM RELATORIO-SUBTITULO-ESCREVER.
           PERFORM RELATORIO-TERMINAR.

       GASTOS-LISTAGEM-ECRA.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "GASTOS POR TEMA - ANO"  FOREGROUND-COLOR 3
           HIGHLIGHT AT 0217.
           DISPLAY AQUISICOES-ANO FOREGROUND-COLOR 3
           HIGHLIGHT AT 0239.

           DISPLAY "*************************************************" &
           "**********************************************************"
           AT 0301.

           DISPLAY "COD." FOREGROUND-COLOR 3 HIGHLIGHT AT 0403.
           DISPLAY "TEMA" FOREGROUND-COLOR 3 HIGHLIGHT AT 0410.
           DISPLAY "ORCAMENTO" FOREGROUND-COLOR 3 HIGHLIGHT AT 0445.
           DISPLAY "GASTO" FOREGROUND-COLOR 3 HIGHLIGHT AT 0463.
           DISPLAY "SALDO" FOREGROUND-COLOR 3 HIGHLIGHT AT 0478.
           DISPLAY "PAG." FOREGROUND-COLOR 3 HIGHLIGHT AT 2002.
           DISPLAY "|" FOREGROUND-COLOR 3 AT 2009.

           DISPLAY "*************************************************" &
           "**********************************************************"
           AT 0501.
           DISPLAY "*************************************************" &
           "**********************************************************"
           AT 1901.

           MOVE 1 TO PAGINA.
           MOVE 6 TO LINHA.
           DISPLAY PAGINA HIGHLIGHT AT 2006.
           MOVE 1 TO GASTO-IDX.
           PERFORM UNTIL GASTO-IDX > TOTAL-TEMAS-GASTO
               PERFORM GASTOS-LINHA-PREPARAR
               PERFORM GASTOS-ECRA-UM
               ADD 1 TO GASTO-IDX
           END-PERFORM.
           PERFORM GASTOS-TOTAL-PREPARAR.
           PERFORM GASTOS-ECRA-UM.
           DISPLAY "ENTER - CONTINUAR.                     "
           HIGHLIGHT AT 2011.
           ACCEPT OMITTED AT 2030.
           MOVE "N" TO REPETIR-MENU.

       GASTOS-ECRA-UM.
           DISPLAY PAGINA HIGHLIGHT AT 2006.
           DISPLAY REL-GAS-COD HIGHLIGHT LINE LINHA COL 3.
           DISPLAY REL-GAS-TEMA HIGHLIGHT LINE LINHA COL 10.
           DISPLAY REL-GAS-ORCAMENTO HIGHLIGHT LINE LINHA COL 42.
           DISPLAY REL-GAS-VALOR HIGHLIGHT LINE LINHA COL 56.
           DISPLAY REL-GAS-SALDO HIGHLIGHT LINE LINHA COL 70.
           ADD 1 TO LINHA.
           IF LINHA = 19 THEN
               MOVE 6 TO LINHA
               DISPLAY "ENTER - PROXIMA PAGINA."
               HIGHLIGHT AT 2011
               ACCEPT OMITTED AT 2050
               ADD 1 TO PAGINA
           END-IF.

       ORCAMENTOS-DEFINIR.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "ORCAMENTOS POR TEMA" FOREGROUND-COLOR 3
           HIGHLIGHT AT 0217.
           DISPLAY "ORCAMENTO ANUAL DE AQUISICOES POR TEMA:"
           AT 0403 HIGHLIGHT.
           DISPLAY "ANO (0=ATUAL):" AT 0603 HIGHLIGHT.
           MOVE 0 TO AQUISICOES-ANO.
           ACCEPT AQUISICOES-ANO AUTO HIGHLIGHT AT 0618.
           IF AQUISICOES-ANO = 0 THEN
               MOVE ANO-SIST TO AQUISICOES-ANO
           END-IF.
           DISPLAY AQUISICOES-ANO HIGHLIGHT AT 0618.
           MOVE "N" TO ORCAMENTO-FIM.
           PERFORM UNTIL ORCAMENTO-FIM = "S"
               PERFORM ORCAMENTOS-TEMA-DEFINIR
           END-PERFORM.
           MOVE "N" TO REPETIR-MENU.

       ORCAMENTOS-TEMA-DEFINIR.
           DISPLAY LINHA-EM-BRANCO AT 0801.
           DISPLAY LINHA-EM-BRANCO AT 1001.
           DISPLAY LINHA-EM-BRANCO AT 1101.
           DISPLAY "TEMA (0=FIM)....:" AT 0803 HIGHLIGHT.
           MOVE 0 TO GASTO-TEMA-COD.
           ACCEPT GASTO-TEMA-COD AUTO HIGHLIGHT AT 0821.
           DISPLAY LINHA-EM-BRANCO AT 1301.
           IF GASTO-TEMA-COD = 0 THEN
               MOVE "S" TO ORCAMENTO-FIM
           ELSE
               MOVE GASTO-TEMA-COD TO TEMA-COD
               READ FIC-TEMAS
                   INVALID KEY
                       DISPLAY "TEMA NAO EXISTE!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
                   NOT INVALID KEY
                       DISPLAY TEMA HIGHLIGHT AT 0828
                       PERFORM ORCAMENTOS-VALOR-ACEITAR
               END-READ
           END-IF.

       ORCAMENTOS-VALOR-ACEITAR.
           MOVE AQUISICOES-ANO TO ORCAMENTO-ANO.
           MOVE GASTO-TEMA-COD TO ORCAMENTO-TEMA-COD.
           READ FIC-ORCAMENTOS
               INVALID KEY
                   MOVE "N" TO ORCAMENTO-EXISTE
                   MOVE 0 TO ORCAMENTO-VALOR
               NOT INVALID KEY
                   MOVE "S" TO ORCAMENTO-EXISTE
           END-READ.
           MOVE ORCAMENTO-VALOR TO ORCAMENTO-ANTIGO.
           MOVE ORCAMENTO-VALOR TO GASTO-VALOR-EDT.
           DISPLAY "ORCAMENTO ATUAL.:" AT 1003 HIGHLIGHT.
           DISPLAY GASTO-VALOR-EDT HIGHLIGHT AT 1021.
           DISPLAY "NOVO (EUROS)....:" AT 1103 HIGHLIGHT.
           DISPLAY "NOVO VALOR 0 = MANTER O VALOR ATUAL."
           AT 1140 HIGHLIGHT.
           MOVE 0 TO ORCAMENTO-EUROS.
           ACCEPT ORCAMENTO-EUROS AUTO HIGHLIGHT AT 1121.
           IF ORCAMENTO-EUROS > 0 THEN
               MOVE ORCAMENTO-EUROS TO ORCAMENTO-VALOR
               IF ORCAMENTO-EXISTE = "S" THEN
                   REWRITE REGISTO-ORCAMENTO
                       INVALID KEY
                           DISPLAY "ERRO AO ALTERAR ORCAMENTO!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
                       NOT INVALID KEY
                           MOVE "ALTERACAO" TO HIST-OPERACAO
                           PERFORM ORCAMENTOS-HISTORICO
                   END-REWRITE
               ELSE
                   WRITE REGISTO-ORCAMENTO
                       INVALID KEY
                           DISPLAY "ERRO AO CRIAR ORCAMENTO!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
                       NOT INVALID KEY
                           MOVE "CRIACAO" TO HIST-OPERACAO
                           PERFORM ORCAMENTOS-HISTORICO
                   END-WRITE
               END-IF
           END-IF.

       ORCAMENTOS-HISTORICO.
           MOVE "ORCAMENTO" TO HIST-FICHEIRO.
           MOVE ORCAMENTO-TEMA-COD TO HIST-COD.
           MOVE SPACES TO HIST-CAMPO-ANTIGO.
           MOVE SPACES TO HIST-CAMPO-NOVO.
           MOVE ORCAMENTO-ANTIGO TO GASTO-VALOR-EDT.
           STRING
           ORCAMENTO-ANO DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           GASTO-VALOR-EDT DELIMITED BY SIZE
           INTO HIST-CAMPO-ANTIGO
           END-STRING.
           MOVE ORCAMENTO-VALOR TO GASTO-VALOR-EDT.
           STRING
           ORCAMENTO-ANO DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           GASTO-VALOR-EDT DELIMITED BY SIZE
           INTO HIST-CAMPO-NOVO
           END-STRING.
           PERFORM HISTORICO-REGISTAR.
           DISPLAY GASTO-VALOR-EDT HIGHLIGHT AT 1021.
           DISPLAY "ORCAMENTO GRAVADO COM SUCESSO!"
           FOREGROUND-COLOR 2 HIGHLIGHT AT 1303.

       MENU-TEMAS.
           PERFORM UNTIL SAIR = "S"
           AT 0803 HIGHLIGHT.
           MOVE "TEMAS" TO CONTADOR-FICHEIRO.
           PERFORM CONTADOR-PROPOR.
           IF CODIGO-PROPOSTO = 0 THEN
               PERFORM CONTADOR-INDISPONIVEL
           ELSE
               PERFORM TEMAS-NOVO-GRAVAR
           END-IF.

           DISPLAY "ENTER - CONTINUAR"
           HIGHLIGHT AT 1803.
           ACCEPT OMITTED AT 1821.
           MOVE "N" TO REPETIR-MENU.

       TEMAS-NOVO-GRAVAR.
           DISPLAY "PROPOSTO (0=USAR):" AT 0440 HIGHLIGHT.
           DISPLAY CODIGO-PROPOSTO HIGHLIGHT AT 0459.
           ACCEPT TEMA-COD AUTO HIGHLIGHT AT 0616.
               END-IF
           END-IF.

       TEMAS-ALTERAR.
           DISPLAY CLS.
           PERFORM BASE.
           AT 0803 HIGHLIGHT.
           MOVE "AUTORES" TO CONTADOR-FICHEIRO.
           PERFORM CONTADOR-PROPOR.
           IF CODIGO-PROPOSTO = 0 THEN
               PERFORM CONTADOR-INDISPONIVEL
           ELSE
               PERFORM AUTORES-NOVO-GRAVAR
           END-IF.

           DISPLAY "ENTER - CONTINUAR"
           HIGHLIGHT AT 1803.
           ACCEPT OMITTED AT 1821.
           MOVE "N" TO REPETIR-MENU.

       AUTORES-NOVO-GRAVAR.
           DISPLAY "PROPOSTO (0=USAR):" AT 0440 HIGHLIGHT.
           DISPLAY CODIGO-PROPOSTO HIGHLIGHT AT 0459.
           ACCEPT AUTOR-COD AUTO HIGHLIGHT AT 0618.
               END-IF
           END-IF.

       AUTORES-ALTERAR.
           DISPLAY CLS.
           PERFORM BASE.
           MOVE "N" TO REPETIR-MENU.

       RESERVAS-CADUCAR.
           MOVE 0 TO RESERVAS-CADUCADAS.
           MOVE 0 TO RESERVA-COD.
           START FIC-RESERVAS KEY > RESERVA-COD
               INVALID KEY
                                           MOVE "X" TO RESERVA-ESTADO
                                           REWRITE REGISTO-RESERVA
                                           END-REWRITE
                                           ADD 1 TO RESERVAS-CADUCADAS
                                       END-IF
                                   END-IF
                           END-READ

           MOVE "RESERVAS" TO CONTADOR-FICHEIRO.
           PERFORM CONTADOR-PROPOR.
           IF CODIGO-PROPOSTO = 0 THEN
               PERFORM CONTADOR-INDISPONIVEL
           ELSE
               PERFORM RESERVAS-NOVO-GRAVAR
           END-IF.

           DISPLAY "ENTER - CONTINUAR"
           HIGHLIGHT AT 1803.
           ACCEPT OMITTED AT 1821.
           MOVE "N" TO REPETIR-MENU.

       RESERVAS-NOVO-GRAVAR.
           DISPLAY "PROPOSTO (0=USAR):" AT 0440 HIGHLIGHT.
           DISPLAY CODIGO-PROPOSTO HIGHLIGHT AT 0459.
           ACCEPT RESERVA-COD AUTO HIGHLIGHT AT 0620.
               END-IF
           END-IF.

       RESERVAS-LISTAGEM.
           PERFORM SAIDA-ESCOLHER.
           IF SAIDA-ESCOLHIDA = "F" THEN
           COMPUTE DATA-CALC-INT =
               FUNCTION INTEGER-OF-DATE(DATA-ALUGUER-AAAAMMDD)
               + PRAZO-EFETIVO-DIAS.
           PERFORM DATA-ABERTA-AVANCAR.
           MOVE FUNCTION DATE-OF-INTEGER(DATA-CALC-INT)
           TO DATA-CALC-AAAAMMDD.
           MOVE DATA-CALC-ANO TO ANO-LIMITE.
           DISPLAY ALUGUER-COD HIGHLIGHT AT 0620.
           DISPLAY "                                " AT 0803.

           PERFORM ALUGUER-LER-BLOQUEAR.
           UNLOCK FIC-ALUGUERES.
           MOVE REGISTO-ALUGUER TO ALUGUER-IMAGEM-LIDA.

           IF (EXISTE = "N") THEN
               IF ALUGUER-COD = SPACES THEN
                   DISPLAY " " AT 0620 HIGHLIGHT
               ELSE
                   IF BLOQUEIO-DESISTIU = "S" THEN
                       DISPLAY "REGISTO EM USO NOUTRO POSTO!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0620
                   ELSE
                       DISPLAY "ALUGUER NAO EXISTE!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0620
                   END-IF
               END-IF
           ELSE
               IF ESTADO NOT = "A" THEN
                           FUNCTION INTEGER-OF-DATE
                           (DATA-SIST-AAAAMMDD)
                           + PRAZO-EFETIVO-DIAS
                           PERFORM DATA-ABERTA-AVANCAR
                           MOVE FUNCTION DATE-OF-INTEGER(DATA-CALC-INT)
                           TO DATA-CALC-AAAAMMDD
                           MOVE DATA-CALC-ANO TO ANO-LIMITE
                           MOVE DATA-CALC-DIA TO DIA-LIMITE
                           ADD 1 TO ALUGUER-RENOVACOES

                           PERFORM ALUGUER-BLOQUEAR
                           IF BLOQUEIO-CONFLITO = "S" THEN
                               DISPLAY BLOQUEIO-MENSAGEM
                               FOREGROUND-COLOR 4 HIGHLIGHT AT 1403
                           ELSE
                               REWRITE REGISTO-ALUGUER
                                   INVALID KEY
                                       DISPLAY
                                       "ERRO AO RENOVAR ALUGUER!"
                                       FOREGROUND-COLOR 4 HIGHLIGHT
                                       AT 1403
                                   NOT INVALID KEY
                                       DISPLAY "NOVA DATA LIMITE:"
                                       AT 1403 HIGHLIGHT
                                       DISPLAY FUNCTION CONCATENATE
                                       (DIA-LIMITE, "/" MES-LIMITE,
                                       "/" ANO-LIMITE)
                                       HIGHLIGHT AT 1421
                                       DISPLAY ALUGUER-RENOVACOES
                                       HIGHLIGHT AT 1220
                                       DISPLAY "ALUGUER RENOVADO COM " &
                                       "SUCESSO!"
                                       FOREGROUND-COLOR 2 HIGHLIGHT
                                       AT 1603
                                       MOVE "ALUGUER" TO HIST-FICHEIRO
                                       MOVE ALUGUER-COD TO HIST-COD
                                       MOVE "RENOVACAO" TO HIST-OPERACAO
                                       MOVE SPACES TO HIST-CAMPO-ANTIGO
                                       MOVE FUNCTION CONCATENATE
                                       (DIA-LIMITE, "/" MES-LIMITE,
                                       "/" ANO-LIMITE)
                                       TO HIST-CAMPO-NOVO
                                       PERFORM HISTORICO-REGISTAR
                               END-REWRITE
                           END-IF
                           UNLOCK FIC-ALUGUERES
                       END-IF
                   END-IF
               END-IF
           PERFORM BASE.
           DISPLAY "GERAR AVISOS DE ATRASO" FOREGROUND-COLOR 6 AT 0217.

           PERFORM ALUGUERES-AVISOS-PROCESSAR.

           DISPLAY "AVISOS GERADOS:" AT 0803 HIGHLIGHT.
           DISPLAY AVISOS-GERADOS HIGHLIGHT AT 0819.
           DISPLAY "FICHEIRO AVISOS.TXT ESCRITO COM SUCESSO!"
           FOREGROUND-COLOR 2 HIGHLIGHT AT 1003.

           DISPLAY "ENTER - CONTINUAR"
           HIGHLIGHT AT 1803.
           ACCEPT OMITTED AT 1821.
           MOVE "N" TO REPETIR-MENU.

       ALUGUERES-AVISOS-PROCESSAR.
           MOVE 0 TO AVISOS-GERADOS.
           OPEN OUTPUT FIC-AVISOS.
           MOVE "NOME,EMAIL,TITULO,DIAS ATRASO,MULTA,AVISO"
           MOVE 0 TO ALUGUER-COD.
           START FIC-ALUGUERES KEY > ALUGUER-COD
               INVALID KEY
                   IF MODO-LOTE = "N" THEN
                       DISPLAY "FICHEIRO DE ALUGUERES VAZIO!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0603
                   END-IF
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"

           CLOSE FIC-AVISOS.

       ALUGUERES-AVISAR-UM.
           MOVE REGISTO-ALUGUER TO ALUGUER-IMAGEM-LIDA.
           COMPUTE DATA-ALUGUER-AAAAMMDD =
               ANO-ALUGUER * 10000 + MES-ALUGUER * 100
               + DIA-ALUGUER.
                   FUNCTION INTEGER-OF-DATE(DATA-ALUGUER-AAAAMMDD) -
                   PRAZO-ALUGUER-DIAS
           END-IF.
           MOVE DATA-SIST-AAAAMMDD TO CALENDARIO-REF-AAAAMMDD.
           PERFORM DIAS-ATRASO-AJUSTAR.
           IF DIAS-ATRASO > 0 THEN
               IF ALUGUER-NIVEL-AVISO NOT NUMERIC THEN
                   MOVE 0 TO ALUGUER-NIVEL-AVISO
                   INVALID KEY
                       MOVE "DESCONHECIDO" TO NOME
                       MOVE SPACES TO EMAIL
                       MOVE 0 TO CLIENTE-CATEGORIA-COD
                       MOVE 0 TO CLIENTE-RESPONSAVEL-COD
                   NOT INVALID KEY
                       CONTINUE
               END-READ
               PERFORM CATEGORIA-CARREGAR
               PERFORM FAMILIA-EMAIL-OBTER

               MOVE ALUGUER-LIVRO-COD TO LIVRO-COD
               READ FIC-LIVROS KEY LIVRO-COD
               END-READ

               COMPUTE MULTA-ACRESCIDA =
                   DIAS-ATRASO * MULTA-DIA-EFETIVA
               MOVE MULTA-ACRESCIDA TO MULTA-EDT

               MOVE SPACES TO LINHA-AVISO
               STRING
               FUNCTION TRIM(NOME) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(AVISO-EMAIL) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(TITULO) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(NIVEL-AVISO-TEXTO) DELIMITED BY SIZE
               INTO LINHA-AVISO
               END-STRING

               PERFORM ALUGUER-BLOQUEAR
               IF BLOQUEIO-CONFLITO = "N" THEN
                   WRITE REGISTO-AVISO
                   REWRITE REGISTO-ALUGUER
                   END-REWRITE
                   ADD 1 TO AVISOS-GERADOS
               END-IF
               UNLOCK FIC-ALUGUERES
           END-IF.

       FECHO-MES-TEMA-PROCURAR.
                       END-STRING
                       WRITE REGISTO-FECHO-CAIXA
                   END-IF
                   PERFORM CAIXA-LINHA-ESCREVER
                   MOVE "S" TO CAIXA-USADO(CAIXA-MENOR-IDX)
                   MOVE CAIXA-MENOR-RECIBO TO CAIXA-RECIBO-ANTERIOR
                   ADD 1 TO CAIXA-LISTADOS
               END-PERFORM

               IF TOTAL-CAIXA-ITENS = 0 THEN
                   MOVE "SEM PAGAMENTOS REGISTADOS HOJE"
                   TO LINHA-FECHO-CAIXA
                   WRITE REGISTO-FECHO-CAIXA
               END-IF

               IF CAIXA-TABELA-CHEIA = "S" THEN
                   MOVE "*** APURAMENTO INCOMPLETO - MAIS DE 200 " &
                   "RECIBOS NO DIA" TO LINHA-FECHO-CAIXA
                   WRITE REGISTO-FECHO-CAIXA
               END-IF

               MOVE ALL "*" TO LINHA-FECHO-CAIXA
               WRITE REGISTO-FECHO-CAIXA
               MOVE TOTAL-CAIXA-ITENS TO FECHO-MES-CONT-EDT
               MOVE SPACES TO LINHA-FECHO-CAIXA
               STRING
               "RECIBOS DO DIA.......:" DELIMITED BY SIZE
               FECHO-MES-CONT-EDT DELIMITED BY SIZE
               INTO LINHA-FECHO-CAIXA
               END-STRING
               WRITE REGISTO-FECHO-CAIXA
               MOVE CAIXA-TOTAL TO CAIXA-VALOR-EDT
               MOVE SPACES TO LINHA-FECHO-CAIXA
               STRING
               "TOTAL COBRADO........:" DELIMITED BY SIZE
               CAIXA-VALOR-EDT DELIMITED BY SIZE
               " EUR" DELIMITED BY SIZE
               INTO LINHA-FECHO-CAIXA
               END-STRING
               WRITE REGISTO-FECHO-CAIXA
               MOVE CAIXA-FALHAS TO FECHO-MES-CONT-EDT
               MOVE SPACES TO LINHA-FECHO-CAIXA
               STRING
               "FALHAS NA SEQUENCIA..:" DELIMITED BY SIZE
               FECHO-MES-CONT-EDT DELIMITED BY SIZE
               INTO LINHA-FECHO-CAIXA
               END-STRING
               WRITE REGISTO-FECHO-CAIXA
               MOVE ALL "*" TO LINHA-FECHO-CAIXA
               WRITE REGISTO-FECHO-CAIXA
               CLOSE FIC-FECHO-CAIXA

               OPEN EXTEND FIC-CAIXA-CONTROLO
               MOVE DATA-SIST-AAAAMMDD TO CAIXA-DATA-FECHADA
               WRITE REGISTO-CAIXA-CONTROLO
               CLOSE FIC-CAIXA-CONTROLO

               DISPLAY "RECIBOS DO DIA......:" AT 0603 HIGHLIGHT
               DISPLAY TOTAL-CAIXA-ITENS HIGHLIGHT AT 0625
               MOVE CAIXA-TOTAL TO CAIXA-VALOR-EDT
               DISPLAY "TOTAL COBRADO.......:" AT 0803 HIGHLIGHT
               DISPLAY CAIXA-VALOR-EDT HIGHLIGHT AT 0825
               DISPLAY "FALHAS NA SEQUENCIA.:" AT 1003 HIGHLIGHT
               DISPLAY CAIXA-FALHAS HIGHLIGHT AT 1025
               IF CAIXA-TABELA-CHEIA = "S" THEN
                   DISPLAY "APURAMENTO INCOMPLETO!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1103
               END-IF
               DISPLAY "DIA FECHADO. RELATORIO EM FECHOCX.TXT"
               FOREGROUND-COLOR 2 HIGHLIGHT AT 1203
           END-IF.

           DISPLAY "ENTER - CONTINUAR"
           HIGHLIGHT AT 1803.
           ACCEPT OMITTED AT 1821.
           MOVE "N" TO REPETIR-MENU.

       SAFT-EXPORTAR.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "EXPORTAR SAF-T (PT)" FOREGROUND-COLOR 6 AT 0217.

           PERFORM ENTIDADE-CARREGAR.
           IF ENTIDADE-NIF = SPACES OR ENTIDADE-NIF < 100000000
           OR ENTIDADE-NOME = SPACES THEN
               DISPLAY "DADOS DA ENTIDADE EM FALTA!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0403
               DISPLAY "PREENCHA-OS EM ADMINISTRACAO > 5 ENTIDADE."
               HIGHLIGHT AT 0603
           ELSE
               DISPLAY "INSIRA O MES E O ANO A EXPORTAR:"
               AT 0403 HIGHLIGHT
               DISPLAY "MES (1-12):" AT 0603 HIGHLIGHT
               DISPLAY "ANO:" AT 0803 HIGHLIGHT
               PERFORM WITH TEST AFTER UNTIL
               (FECHO-MES-MES >= 1 AND FECHO-MES-MES <= 12)
                   ACCEPT FECHO-MES-MES AUTO HIGHLIGHT AT 0615
                   IF NOT (FECHO-MES-MES >= 1
                   AND FECHO-MES-MES <= 12) THEN
                       DISPLAY "MES INCORRETO!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0620
                   ELSE
                       DISPLAY "              " AT 0620
                   END-IF
               END-PERFORM
               PERFORM WITH TEST AFTER UNTIL
               (FECHO-MES-ANO >= 1968 AND FECHO-MES-ANO <= ANO-SIST)
                   ACCEPT FECHO-MES-ANO AUTO HIGHLIGHT AT 0808
                   IF NOT (FECHO-MES-ANO >= 1968
                   AND FECHO-MES-ANO <= ANO-SIST) THEN
                       DISPLAY "ANO INCORRETO!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0815
                   ELSE
                       DISPLAY "              " AT 0815
                   END-IF
               END-PERFORM

               DISPLAY "A APURAR RECIBOS DO MES..." AT 1003 HIGHLIGHT
               PERFORM SAFT-APURAR
               PERFORM SAFT-FECHO-MES-LER
               PERFORM SAFT-GERAR

               DISPLAY "RECIBOS EXPORTADOS..:" AT 1203 HIGHLIGHT
               DISPLAY SAFT-ESCRITOS HIGHLIGHT AT 1225
               MOVE SAFT-TOTAL TO SAFT-VALOR-EDT
               DISPLAY "TOTAL DOS RECIBOS...:" AT 1303 HIGHLIGHT
               DISPLAY SAFT-VALOR-EDT HIGHLIGHT AT 1325
               DISPLAY "FALHAS NA SEQUENCIA.:" AT 1403 HIGHLIGHT
               DISPLAY SAFT-FALHAS HIGHLIGHT AT 1425
               IF SAFT-DIFERENCAS = 0 THEN
                   DISPLAY "CONFERENCIA SEM DIFERENCAS."
                   FOREGROUND-COLOR 2 HIGHLIGHT AT 1503
               ELSE
                   DISPLAY "CONFERENCIA COM DIFERENCAS - VERIFICAR!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1503
               END-IF
               DISPLAY "FICHEIRO EM SAFTPT.XML, CONFERENCIA EM " &
               "SAFTCONF.TXT"
               FOREGROUND-COLOR 2 HIGHLIGHT AT 1603
           END-IF.

           DISPLAY "ENTER - CONTINUAR"
           HIGHLIGHT AT 1803.
           ACCEPT OMITTED AT 1821.
           MOVE "N" TO REPETIR-MENU.

       SAFT-APURAR.
           COMPUTE SAFT-INICIO-AAAAMMDD =
               FECHO-MES-ANO * 10000 + FECHO-MES-MES * 100 + 1.
           IF FECHO-MES-MES = 12 THEN
               COMPUTE SAFT-SEGUINTE-AAAAMMDD =
                   (FECHO-MES-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE SAFT-SEGUINTE-AAAAMMDD =
                   SAFT-INICIO-AAAAMMDD + 100
           END-IF.
           COMPUTE SAFT-FIM-AAAAMMDD = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(SAFT-SEGUINTE-AAAAMMDD) - 1).

           MOVE 0 TO SAFT-TOTAL.
           MOVE 0 TO SAFT-TOTAL-MULTAS.
           MOVE 0 TO SAFT-TOTAL-REPOSICOES.
           MOVE 0 TO SAFT-TOTAL-QUOTAS.
           MOVE 0 TO SAFT-RECIBO-ANTES.
           MOVE 0 TO SAFT-SEM-NUMERO.
           MOVE "N" TO SAFT-TABELA-CHEIA.
           INITIALIZE TABELA-SAFT.
           MOVE 0 TO TOTAL-SAFT-ITENS.
           INITIALIZE TABELA-SAFT-CLIENTES.
           MOVE 0 TO TOTAL-SAFT-CLIENTES.
           MOVE 0 TO FECHO-MES-FATURADO.
           MOVE 0 TO FECHO-MES-COBRADO.
           INITIALIZE TABELA-TEMAS-FECHO.
           MOVE 0 TO TOTAL-TEMAS-FECHO.

           MOVE 0 TO PAGAMENTO-ALUGUER-COD.
           START FIC-PAGAMENTOS KEY > PAGAMENTO-ALUGUER-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-PAGAMENTOS NEXT RECORD
                               NOT AT END
                                   PERFORM FECHO-MES-PAGAMENTO-UM
                                   PERFORM SAFT-PAGAMENTO-UM
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

       SAFT-PAGAMENTO-UM.
           IF PAGAMENTO-ESTADO = "L"
           AND DIA-PAGAMENTO NUMERIC AND MES-PAGAMENTO NUMERIC
           AND ANO-PAGAMENTO NUMERIC THEN
               COMPUTE SAFT-PAGAMENTO-AAAAMMDD =
                   ANO-PAGAMENTO * 10000 + MES-PAGAMENTO * 100
                   + DIA-PAGAMENTO
               IF SAFT-PAGAMENTO-AAAAMMDD < SAFT-INICIO-AAAAMMDD
               AND RECIBO-NUM > SAFT-RECIBO-ANTES THEN
                   MOVE RECIBO-NUM TO SAFT-RECIBO-ANTES
               END-IF
               IF SAFT-PAGAMENTO-AAAAMMDD >= SAFT-INICIO-AAAAMMDD
               AND SAFT-PAGAMENTO-AAAAMMDD <= SAFT-FIM-AAAAMMDD THEN
                   IF RECIBO-NUM = 0 THEN
                       ADD 1 TO SAFT-SEM-NUMERO
                   ELSE
                       IF TOTAL-SAFT-ITENS < 2000 THEN
                           PERFORM SAFT-TIPO-OBTER
                           ADD 1 TO TOTAL-SAFT-ITENS
                           MOVE RECIBO-NUM
                           TO SAFT-RECIBO(TOTAL-SAFT-ITENS)
                           MOVE PAGAMENTO-ALUGUER-COD
                           TO SAFT-ALUGUER(TOTAL-SAFT-ITENS)
                           MOVE PAGAMENTO-CLIENTE-COD
                           TO SAFT-CLIENTE(TOTAL-SAFT-ITENS)
                           MOVE VALOR-PAGO
                           TO SAFT-VALOR(TOTAL-SAFT-ITENS)
                           MOVE SAFT-TIPO
                           TO SAFT-ITEM-TIPO(TOTAL-SAFT-ITENS)
                           MOVE SAFT-PAGAMENTO-AAAAMMDD
                           TO SAFT-DATA(TOTAL-SAFT-ITENS)
                           MOVE "N" TO SAFT-USADO(TOTAL-SAFT-ITENS)
                           ADD VALOR-PAGO TO SAFT-TOTAL
                           EVALUATE SAFT-TIPO
                               WHEN "Q"
                                   ADD VALOR-PAGO TO SAFT-TOTAL-QUOTAS
                               WHEN "R"
                                   ADD VALOR-PAGO
                                   TO SAFT-TOTAL-REPOSICOES
                               WHEN OTHER
                                   ADD VALOR-PAGO TO SAFT-TOTAL-MULTAS
                           END-EVALUATE
                           PERFORM SAFT-CLIENTE-REGISTAR
                       ELSE
                           MOVE "S" TO SAFT-TABELA-CHEIA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       SAFT-TIPO-OBTER.
           IF PAGAMENTO-TIPO = "Q" THEN
               MOVE "Q" TO SAFT-TIPO
           ELSE
               MOVE "M" TO SAFT-TIPO
               MOVE PAGAMENTO-ALUGUER-COD TO ALUGUER-COD
               READ FIC-ALUGUERES KEY ALUGUER-COD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ESTADO = "E" OR ESTADO = "P" THEN
                           MOVE "R" TO SAFT-TIPO
                       END-IF
               END-READ
           END-IF.

       SAFT-CLIENTE-REGISTAR.
           MOVE "N" TO SAFT-ENCONTRADO.
           MOVE 1 TO SAFT-IDX.
           PERFORM UNTIL SAFT-IDX > TOTAL-SAFT-CLIENTES
           OR SAFT-ENCONTRADO = "S"
               IF SAFT-CLI-COD(SAFT-IDX)
               = SAFT-CLIENTE(TOTAL-SAFT-ITENS) THEN
                   MOVE "S" TO SAFT-ENCONTRADO
               ELSE
                   ADD 1 TO SAFT-IDX
               END-IF
           END-PERFORM.
           IF SAFT-ENCONTRADO = "N" THEN
               ADD 1 TO TOTAL-SAFT-CLIENTES
               MOVE SAFT-CLIENTE(TOTAL-SAFT-ITENS)
               TO SAFT-CLI-COD(TOTAL-SAFT-CLIENTES)
           END-IF.

       SAFT-FECHO-MES-LER.
           MOVE "N" TO SAFT-FECHO-MES-OK.
           MOVE "N" TO SAFT-FECHO-LIDO.
           MOVE 0 TO SAFT-TOTAL-FECHO.
           MOVE "N" TO SAFT-FECHO-EOF.
           OPEN INPUT FIC-FECHO-MES.
           PERFORM WITH TEST AFTER UNTIL SAFT-FECHO-EOF = "S"
               READ FIC-FECHO-MES
                   AT END
                       MOVE "S" TO SAFT-FECHO-EOF
                   NOT AT END
                       IF LINHA-FECHO-MES(1:26)
                       = "VILABIBLIO - FECHO DE MES " THEN
                           IF LINHA-FECHO-MES(27:2) NUMERIC
                           AND LINHA-FECHO-MES(30:4) NUMERIC THEN
                               IF LINHA-FECHO-MES(27:2)
                               = FECHO-MES-MES
                               AND LINHA-FECHO-MES(30:4)
                               = FECHO-MES-ANO THEN
                                   MOVE "S" TO SAFT-FECHO-MES-OK
                               END-IF
                           END-IF
                       END-IF
                       IF SAFT-FECHO-MES-OK = "S"
                       AND SAFT-FECHO-LIDO = "N"
                       AND LINHA-FECHO-MES(1:22)
                       = "MULTAS COBRADAS......:" THEN
                           COMPUTE SAFT-TOTAL-FECHO =
                           FUNCTION NUMVAL(LINHA-FECHO-MES(23:10))
                           MOVE "S" TO SAFT-FECHO-LIDO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-FECHO-MES.

       SAFT-DATA-FORMATAR.
           MOVE SPACES TO SAFT-DATA-TEXTO.
           STRING
           SAFT-DATA-X(1:4) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           SAFT-DATA-X(5:2) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           SAFT-DATA-X(7:2) DELIMITED BY SIZE
           INTO SAFT-DATA-TEXTO
           END-STRING.

       SAFT-TEXTO-LIMPAR.
           INSPECT SAFT-VALOR-TEXTO REPLACING
               ALL "&" BY "E"
               ALL "<" BY " "
               ALL ">" BY " ".

       SAFT-ELEMENTO-ESCREVER.
           MOVE SPACES TO LINHA-SAFT.
           STRING
           "<" DELIMITED BY SIZE
           FUNCTION TRIM(SAFT-TAG) DELIMITED BY SIZE
           ">" DELIMITED BY SIZE
           FUNCTION TRIM(SAFT-VALOR-TEXTO) DELIMITED BY SIZE
           "</" DELIMITED BY SIZE
           FUNCTION TRIM(SAFT-TAG) DELIMITED BY SIZE
           ">" DELIMITED BY SIZE
           INTO LINHA-SAFT
           END-STRING.
           WRITE REGISTO-SAFT.

       SAFT-VALOR-ESCREVER.
           MOVE SAFT-VALOR-EDT TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-ELEMENTO-ESCREVER.

       SAFT-CONFERENCIA-VALOR.
           MOVE SPACES TO LINHA-SAFT-CONFERENCIA.
           STRING
           SAFT-ROTULO DELIMITED BY SIZE
           SAFT-VALOR-EDT DELIMITED BY SIZE
           " EUR" DELIMITED BY SIZE
           INTO LINHA-SAFT-CONFERENCIA
           END-STRING.
           WRITE REGISTO-SAFT-CONFERENCIA.

       SAFT-CONFERENCIA-CONTADOR.
           MOVE SPACES TO LINHA-SAFT-CONFERENCIA.
           STRING
           SAFT-ROTULO DELIMITED BY SIZE
           "     " DELIMITED BY SIZE
           SAFT-NUM-EDT DELIMITED BY SIZE
           INTO LINHA-SAFT-CONFERENCIA
           END-STRING.
           WRITE REGISTO-SAFT-CONFERENCIA.

       SAFT-CONFERENCIA-RESULTADO.
           IF SAFT-ENCONTRADO = "S" THEN
               MOVE "   CONFERE" TO LINHA-SAFT-CONFERENCIA
           ELSE
               MOVE "   *** DIFERENCA" TO LINHA-SAFT-CONFERENCIA
               ADD 1 TO SAFT-DIFERENCAS
           END-IF.
           WRITE REGISTO-SAFT-CONFERENCIA.

       SAFT-GERAR.
           MOVE 0 TO SAFT-ESCRITOS.
           MOVE 0 TO SAFT-TOTAL-ESCRITO.
           MOVE 0 TO SAFT-FALHAS.
           MOVE 0 TO SAFT-REPETIDOS.
           MOVE 0 TO SAFT-DIFERENCAS.
           MOVE SAFT-INICIO-AAAAMMDD TO SAFT-DATA-AAAAMMDD.
           PERFORM SAFT-DATA-FORMATAR.
           MOVE SAFT-DATA-TEXTO TO SAFT-DATA-INICIO.
           MOVE SAFT-FIM-AAAAMMDD TO SAFT-DATA-AAAAMMDD.
           PERFORM SAFT-DATA-FORMATAR.
           MOVE SAFT-DATA-TEXTO TO SAFT-DATA-FIM.
           MOVE DATA-SIST-AAAAMMDD TO SAFT-DATA-AAAAMMDD.
           PERFORM SAFT-DATA-FORMATAR.
           MOVE SAFT-DATA-TEXTO TO SAFT-DATA-HOJE.

           OPEN OUTPUT FIC-SAFT.
           OPEN OUTPUT FIC-SAFT-CONFERENCIA.

           MOVE ALL "*" TO LINHA-SAFT-CONFERENCIA.
           WRITE REGISTO-SAFT-CONFERENCIA.
           MOVE SPACES TO LINHA-SAFT-CONFERENCIA.
           STRING
           "VILABIBLIO - CONFERENCIA SAF-T (PT) " DELIMITED BY SIZE
           FECHO-MES-MES DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           FECHO-MES-ANO DELIMITED BY SIZE
           INTO LINHA-SAFT-CONFERENCIA
           END-STRING.
           WRITE REGISTO-SAFT-CONFERENCIA.
           MOVE SPACES TO LINHA-SAFT-CONFERENCIA.
           STRING
           "EMITIDO EM: " DELIMITED BY SIZE
           DATA-ACTUAL DELIMITED BY SIZE
           INTO LINHA-SAFT-CONFERENCIA
           END-STRING.
           WRITE REGISTO-SAFT-CONFERENCIA.
           MOVE ALL "*" TO LINHA-SAFT-CONFERENCIA.
           WRITE REGISTO-SAFT-CONFERENCIA.
           MOVE "SEQUENCIA DE RECIBOS" TO LINHA-SAFT-CONFERENCIA.
           WRITE REGISTO-SAFT-CONFERENCIA.

           PERFORM SAFT-CABECALHO-ESCREVER.

           MOVE "<MasterFiles>" TO LINHA-SAFT.
           WRITE REGISTO-SAFT.
           MOVE 1 TO SAFT-IDX.
           PERFORM UNTIL SAFT-IDX > TOTAL-SAFT-CLIENTES
               PERFORM SAFT-CLIENTE-ESCREVER
               ADD 1 TO SAFT-IDX
           END-PERFORM.
           MOVE "</MasterFiles>" TO LINHA-SAFT.
           WRITE REGISTO-SAFT.

           MOVE "<SourceDocuments>" TO LINHA-SAFT.
           WRITE REGISTO-SAFT.
           MOVE "<Payments>" TO LINHA-SAFT.
           WRITE REGISTO-SAFT.
           MOVE "NumberOfEntries" TO SAFT-TAG.
           MOVE TOTAL-SAFT-ITENS TO SAFT-NUM-EDT.
           MOVE SAFT-NUM-EDT TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "TotalDebit" TO SAFT-TAG.
           MOVE 0 TO SAFT-VALOR-EDT.
           PERFORM SAFT-VALOR-ESCREVER.
           MOVE "TotalCredit" TO SAFT-TAG.
           MOVE SAFT-TOTAL TO SAFT-VALOR-EDT.
           PERFORM SAFT-VALOR-ESCREVER.

           MOVE SAFT-RECIBO-ANTES TO SAFT-RECIBO-ANTERIOR.
           PERFORM UNTIL SAFT-ESCRITOS >= TOTAL-SAFT-ITENS
               MOVE 0 TO SAFT-MENOR-IDX
               MOVE 99999 TO SAFT-MENOR-RECIBO
               MOVE 1 TO SAFT-IDX
               PERFORM UNTIL SAFT-IDX > TOTAL-SAFT-ITENS
                   IF SAFT-USADO(SAFT-IDX) = "N"
                   AND SAFT-RECIBO(SAFT-IDX)
                   <= SAFT-MENOR-RECIBO THEN
                       MOVE SAFT-RECIBO(SAFT-IDX)
                       TO SAFT-MENOR-RECIBO
                       MOVE SAFT-IDX TO SAFT-MENOR-IDX
                   END-IF
                   ADD 1 TO SAFT-IDX
               END-PERFORM
               PERFORM SAFT-SEQUENCIA-VERIFICAR
               PERFORM SAFT-RECIBO-ESCREVER
               MOVE "S" TO SAFT-USADO(SAFT-MENOR-IDX)
               MOVE SAFT-MENOR-RECIBO TO SAFT-RECIBO-ANTERIOR
               ADD 1 TO SAFT-ESCRITOS
           END-PERFORM.

           MOVE "</Payments>" TO LINHA-SAFT.
           WRITE REGISTO-SAFT.
           MOVE "</SourceDocuments>" TO LINHA-SAFT.
           WRITE REGISTO-SAFT.
           MOVE "</AuditFile>" TO LINHA-SAFT.
           WRITE REGISTO-SAFT.
           CLOSE FIC-SAFT.

           PERFORM SAFT-CONFERENCIA-TOTAIS.
           CLOSE FIC-SAFT-CONFERENCIA.

       SAFT-CABECALHO-ESCREVER.
           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO LINHA-SAFT.
           WRITE REGISTO-SAFT.
           MOVE '<AuditFile xmlns="urn:OECD:StandardAuditFile-Tax:' &
           'PT_1.04_01">' TO LINHA-SAFT.
           WRITE REGISTO-SAFT.
           MOVE "<Header>" TO LINHA-SAFT.
           WRITE REGISTO-SAFT.
           MOVE "AuditFileVersion" TO SAFT-TAG.
           MOVE "1.04_01" TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "CompanyID" TO SAFT-TAG.
           MOVE ENTIDADE-NIF TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "TaxRegistrationNumber" TO SAFT-TAG.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "TaxAccountingBasis" TO SAFT-TAG.
           MOVE "F" TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "CompanyName" TO SAFT-TAG.
           MOVE ENTIDADE-NOME TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-TEXTO-LIMPAR.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "<CompanyAddress>" TO LINHA-SAFT.
           WRITE REGISTO-SAFT.
           MOVE "AddressDetail" TO SAFT-TAG.
           MOVE ENTIDADE-MORADA TO SAFT-VALOR-TEXTO.
           IF SAFT-VALOR-TEXTO = SPACES THEN
               MOVE "Desconhecido" TO SAFT-VALOR-TEXTO
           END-IF.
           PERFORM SAFT-TEXTO-LIMPAR.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "City" TO SAFT-TAG.
           MOVE ENTIDADE-LOCALIDADE TO SAFT-VALOR-TEXTO.
           IF SAFT-VALOR-TEXTO = SPACES THEN
               MOVE "Desconhecido" TO SAFT-VALOR-TEXTO
           END-IF.
           PERFORM SAFT-TEXTO-LIMPAR.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "PostalCode" TO SAFT-TAG.
           MOVE ENTIDADE-COD-POSTAL TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "Country" TO SAFT-TAG.
           MOVE "PT" TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "</CompanyAddress>" TO LINHA-SAFT.
           WRITE REGISTO-SAFT.
           MOVE "FiscalYear" TO SAFT-TAG.
           MOVE FECHO-MES-ANO TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "StartDate" TO SAFT-TAG.
           MOVE SAFT-DATA-INICIO TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "EndDate" TO SAFT-TAG.
           MOVE SAFT-DATA-FIM TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "CurrencyCode" TO SAFT-TAG.
           MOVE "EUR" TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "DateCreated" TO SAFT-TAG.
           MOVE SAFT-DATA-HOJE TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "TaxEntity" TO SAFT-TAG.
           MOVE "Global" TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "ProductCompanyTaxID" TO SAFT-TAG.
           MOVE ENTIDADE-NIF TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "SoftwareCertificateNumber" TO SAFT-TAG.
           MOVE "0" TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "ProductID" TO SAFT-TAG.
           MOVE "VILABIBLIO/VILABIBLIO" TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "ProductVersion" TO SAFT-TAG.
           MOVE "1.0" TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "</Header>" TO LINHA-SAFT.
           WRITE REGISTO-SAFT.

       SAFT-CLIENTE-ESCREVER.
           MOVE SAFT-CLI-COD(SAFT-IDX) TO CLIENTE-COD.
           READ FIC-CLIENTES KEY CLIENTE-COD
               INVALID KEY
                   MOVE 0 TO NIF
                   MOVE "DESCONHECIDO" TO NOME
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           MOVE "<Customer>" TO LINHA-SAFT.
           WRITE REGISTO-SAFT.
           MOVE "CustomerID" TO SAFT-TAG.
           MOVE SAFT-CLI-COD(SAFT-IDX) TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "AccountID" TO SAFT-TAG.
           MOVE "Desconhecido" TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "CustomerTaxID" TO SAFT-TAG.
           MOVE NIF TO NIF-TEMP.
           IF NIF = SPACES OR NIF-TEMP < 100000000 THEN
               MOVE "999999990" TO SAFT-VALOR-TEXTO
           ELSE
               MOVE NIF-TEMP TO SAFT-VALOR-TEXTO
           END-IF.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "CompanyName" TO SAFT-TAG.
           MOVE NOME TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-TEXTO-LIMPAR.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "<BillingAddress>" TO LINHA-SAFT.
           WRITE REGISTO-SAFT.
           MOVE "Desconhecido" TO SAFT-VALOR-TEXTO.
           MOVE "AddressDetail" TO SAFT-TAG.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "City" TO SAFT-TAG.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "PostalCode" TO SAFT-TAG.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "Country" TO SAFT-TAG.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "</BillingAddress>" TO LINHA-SAFT.
           WRITE REGISTO-SAFT.
           MOVE "SelfBillingIndicator" TO SAFT-TAG.
           MOVE "0" TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "</Customer>" TO LINHA-SAFT.
           WRITE REGISTO-SAFT.

       SAFT-SEQUENCIA-VERIFICAR.
           IF SAFT-RECIBO-ANTERIOR > 0
           AND SAFT-MENOR-RECIBO > SAFT-RECIBO-ANTERIOR + 1 THEN
               ADD 1 TO SAFT-FALHAS
               MOVE SPACES TO LINHA-SAFT-CONFERENCIA
               STRING
               "*** FALHA NA SEQUENCIA ENTRE OS RECIBOS "
               DELIMITED BY SIZE
               SAFT-RECIBO-ANTERIOR DELIMITED BY SIZE
               " E " DELIMITED BY SIZE
               SAFT-MENOR-RECIBO DELIMITED BY SIZE
               INTO LINHA-SAFT-CONFERENCIA
               END-STRING
               WRITE REGISTO-SAFT-CONFERENCIA
           END-IF.
           IF SAFT-ESCRITOS > 0
           AND SAFT-MENOR-RECIBO = SAFT-RECIBO-ANTERIOR THEN
               ADD 1 TO SAFT-REPETIDOS
               MOVE SPACES TO LINHA-SAFT-CONFERENCIA
               STRING
               "*** RECIBO REPETIDO: " DELIMITED BY SIZE
               SAFT-MENOR-RECIBO DELIMITED BY SIZE
               INTO LINHA-SAFT-CONFERENCIA
               END-STRING
               WRITE REGISTO-SAFT-CONFERENCIA
           END-IF.

       SAFT-RECIBO-ESCREVER.
           MOVE SAFT-DATA(SAFT-MENOR-IDX) TO SAFT-DATA-AAAAMMDD.
           PERFORM SAFT-DATA-FORMATAR.
           MOVE SAFT-VALOR(SAFT-MENOR-IDX) TO SAFT-VALOR-EDT.
           ADD SAFT-VALOR(SAFT-MENOR-IDX) TO SAFT-TOTAL-ESCRITO.

           MOVE "<Payment>" TO LINHA-SAFT.
           WRITE REGISTO-SAFT.
           MOVE "PaymentRefNo" TO SAFT-TAG.
           MOVE SAFT-MENOR-RECIBO TO SAFT-NUM-EDT.
           MOVE SPACES TO SAFT-VALOR-TEXTO.
           STRING
           "RG VB/" DELIMITED BY SIZE
           FUNCTION TRIM(SAFT-NUM-EDT) DELIMITED BY SIZE
           INTO SAFT-VALOR-TEXTO
           END-STRING.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "ATCUD" TO SAFT-TAG.
           MOVE "0" TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "TransactionDate" TO SAFT-TAG.
           MOVE SAFT-DATA-TEXTO TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "PaymentType" TO SAFT-TAG.
           MOVE "RG" TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "<DocumentStatus>" TO LINHA-SAFT.
           WRITE REGISTO-SAFT.
           MOVE "PaymentStatus" TO SAFT-TAG.
           MOVE "N" TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "PaymentStatusDate" TO SAFT-TAG.
           MOVE SPACES TO SAFT-VALOR-TEXTO.
           STRING
           SAFT-DATA-TEXTO DELIMITED BY SIZE
           "T00:00:00" DELIMITED BY SIZE
           INTO SAFT-VALOR-TEXTO
           END-STRING.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "SourceID" TO SAFT-TAG.
           MOVE "VILABIBLIO" TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "SourcePayment" TO SAFT-TAG.
           MOVE "P" TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "</DocumentStatus>" TO LINHA-SAFT.
           WRITE REGISTO-SAFT.
           MOVE "<PaymentMethod>" TO LINHA-SAFT.
           WRITE REGISTO-SAFT.
           MOVE "PaymentMechanism" TO SAFT-TAG.
           MOVE "NU" TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "PaymentAmount" TO SAFT-TAG.
           PERFORM SAFT-VALOR-ESCREVER.
           MOVE "PaymentDate" TO SAFT-TAG.
           MOVE SAFT-DATA-TEXTO TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "</PaymentMethod>" TO LINHA-SAFT.
           WRITE REGISTO-SAFT.
           MOVE "SourceID" TO SAFT-TAG.
           MOVE "VILABIBLIO" TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "SystemEntryDate" TO SAFT-TAG.
           MOVE SPACES TO SAFT-VALOR-TEXTO.
           STRING
           SAFT-DATA-TEXTO DELIMITED BY SIZE
           "T00:00:00" DELIMITED BY SIZE
           INTO SAFT-VALOR-TEXTO
           END-STRING.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "CustomerID" TO SAFT-TAG.
           MOVE SAFT-CLIENTE(SAFT-MENOR-IDX) TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-ELEMENTO-ESCREVER.

           MOVE "<Line>" TO LINHA-SAFT.
           WRITE REGISTO-SAFT.
           MOVE "LineNumber" TO SAFT-TAG.
           MOVE "1" TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "<SourceDocumentID>" TO LINHA-SAFT.
           WRITE REGISTO-SAFT.
           MOVE "OriginatingON" TO SAFT-TAG.
           MOVE SPACES TO SAFT-VALOR-TEXTO.
           IF SAFT-ITEM-TIPO(SAFT-MENOR-IDX) = "Q" THEN
               STRING
               "QUOTA " DELIMITED BY SIZE
               SAFT-ALUGUER(SAFT-MENOR-IDX) DELIMITED BY SIZE
               INTO SAFT-VALOR-TEXTO
               END-STRING
           ELSE
               STRING
               "ALUGUER " DELIMITED BY SIZE
               SAFT-ALUGUER(SAFT-MENOR-IDX) DELIMITED BY SIZE
               INTO SAFT-VALOR-TEXTO
               END-STRING
           END-IF.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "InvoiceDate" TO SAFT-TAG.
           MOVE SAFT-DATA-TEXTO TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "Description" TO SAFT-TAG.
           EVALUATE SAFT-ITEM-TIPO(SAFT-MENOR-IDX)
               WHEN "Q"
                   MOVE "QUOTA DE SOCIO" TO SAFT-VALOR-TEXTO
               WHEN "R"
                   MOVE "MULTA E REPOSICAO DE EXEMPLAR"
                   TO SAFT-VALOR-TEXTO
               WHEN OTHER
                   MOVE "MULTA POR ATRASO" TO SAFT-VALOR-TEXTO
           END-EVALUATE.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "</SourceDocumentID>" TO LINHA-SAFT.
           WRITE REGISTO-SAFT.
           MOVE "CreditAmount" TO SAFT-TAG.
           PERFORM SAFT-VALOR-ESCREVER.
           MOVE "<Tax>" TO LINHA-SAFT.
           WRITE REGISTO-SAFT.
           MOVE "TaxType" TO SAFT-TAG.
           MOVE "NS" TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "TaxCountryRegion" TO SAFT-TAG.
           MOVE "PT" TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "TaxCode" TO SAFT-TAG.
           MOVE "NS" TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "TaxPercentage" TO SAFT-TAG.
           MOVE "0" TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "</Tax>" TO LINHA-SAFT.
           WRITE REGISTO-SAFT.
           MOVE "TaxExemptionReason" TO SAFT-TAG.
           MOVE "Nao sujeito; nao tributado" TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "TaxExemptionCode" TO SAFT-TAG.
           MOVE "M99" TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "</Line>" TO LINHA-SAFT.
           WRITE REGISTO-SAFT.

           MOVE "<DocumentTotals>" TO LINHA-SAFT.
           WRITE REGISTO-SAFT.
           MOVE "TaxPayable" TO SAFT-TAG.
           MOVE "0.00" TO SAFT-VALOR-TEXTO.
           PERFORM SAFT-ELEMENTO-ESCREVER.
           MOVE "NetTotal" TO SAFT-TAG.
           PERFORM SAFT-VALOR-ESCREVER.
           MOVE "GrossTotal" TO SAFT-TAG.
           PERFORM SAFT-VALOR-ESCREVER.
           MOVE "</DocumentTotals>" TO LINHA-SAFT.
           WRITE REGISTO-SAFT.
           MOVE "</Payment>" TO LINHA-SAFT.
           WRITE REGISTO-SAFT.

       SAFT-CONFERENCIA-TOTAIS.
           IF SAFT-FALHAS = 0 AND SAFT-REPETIDOS = 0 THEN
               MOVE "SEQUENCIA SEM FALHAS" TO LINHA-SAFT-CONFERENCIA
               WRITE REGISTO-SAFT-CONFERENCIA
           END-IF.
           IF SAFT-RECIBO-ANTES > 0 THEN
               MOVE SPACES TO LINHA-SAFT-CONFERENCIA
               STRING
               "ULTIMO RECIBO DO MES ANTERIOR: " DELIMITED BY SIZE
               SAFT-RECIBO-ANTES DELIMITED BY SIZE
               INTO LINHA-SAFT-CONFERENCIA
               END-STRING
               WRITE REGISTO-SAFT-CONFERENCIA
           END-IF.

           MOVE ALL "*" TO LINHA-SAFT-CONFERENCIA.
           WRITE REGISTO-SAFT-CONFERENCIA.
           MOVE "TOTAIS DE CONTROLO" TO LINHA-SAFT-CONFERENCIA.
           WRITE REGISTO-SAFT-CONFERENCIA.
           MOVE "RECIBOS NO FICHEIRO............:" TO SAFT-ROTULO.
           MOVE SAFT-ESCRITOS TO SAFT-NUM-EDT.
           PERFORM SAFT-CONFERENCIA-CONTADOR.
           MOVE "TOTAL DE CONTROLO (TOTALCREDIT):" TO SAFT-ROTULO.
           MOVE SAFT-TOTAL TO SAFT-VALOR-EDT.
           PERFORM SAFT-CONFERENCIA-VALOR.
           MOVE "SOMA DOS RECIBOS ESCRITOS......:" TO SAFT-ROTULO.
           MOVE SAFT-TOTAL-ESCRITO TO SAFT-VALOR-EDT.
           PERFORM SAFT-CONFERENCIA-VALOR.
           IF SAFT-TOTAL-ESCRITO = SAFT-TOTAL THEN
               MOVE "S" TO SAFT-ENCONTRADO
           ELSE
               MOVE "N" TO SAFT-ENCONTRADO
           END-IF.
           PERFORM SAFT-CONFERENCIA-RESULTADO.

           MOVE ALL "*" TO LINHA-SAFT-CONFERENCIA.
           WRITE REGISTO-SAFT-CONFERENCIA.
           MOVE "POR TIPO DE COBRANCA" TO LINHA-SAFT-CONFERENCIA.
           WRITE REGISTO-SAFT-CONFERENCIA.
           MOVE "MULTAS POR ATRASO..............:" TO SAFT-ROTULO.
           MOVE SAFT-TOTAL-MULTAS TO SAFT-VALOR-EDT.
           PERFORM SAFT-CONFERENCIA-VALOR.
           MOVE "MULTAS E REPOSICOES............:" TO SAFT-ROTULO.
           MOVE SAFT-TOTAL-REPOSICOES TO SAFT-VALOR-EDT.
           PERFORM SAFT-CONFERENCIA-VALOR.
           MOVE "QUOTAS DE SOCIO................:" TO SAFT-ROTULO.
           MOVE SAFT-TOTAL-QUOTAS TO SAFT-VALOR-EDT.
           PERFORM SAFT-CONFERENCIA-VALOR.

           MOVE ALL "*" TO LINHA-SAFT-CONFERENCIA.
           WRITE REGISTO-SAFT-CONFERENCIA.
           MOVE "CONFERENCIA COM O FECHO DE MES (SEM QUOTAS)"
           TO LINHA-SAFT-CONFERENCIA.
           WRITE REGISTO-SAFT-CONFERENCIA.
           MOVE "MULTAS NO FICHEIRO SAF-T.......:" TO SAFT-ROTULO.
           COMPUTE SAFT-VALOR-EDT =
               SAFT-TOTAL-MULTAS + SAFT-TOTAL-REPOSICOES.
           PERFORM SAFT-CONFERENCIA-VALOR.
           MOVE "MULTAS COBRADAS (APURADAS).....:" TO SAFT-ROTULO.
           MOVE FECHO-MES-COBRADO TO SAFT-VALOR-EDT.
           PERFORM SAFT-CONFERENCIA-VALOR.
           IF SAFT-TOTAL-MULTAS + SAFT-TOTAL-REPOSICOES
           = FECHO-MES-COBRADO THEN
               MOVE "S" TO SAFT-ENCONTRADO
           ELSE
               MOVE "N" TO SAFT-ENCONTRADO
           END-IF.
           PERFORM SAFT-CONFERENCIA-RESULTADO.
           IF SAFT-FECHO-LIDO = "S" THEN
               MOVE "MULTAS COBRADAS (FECHOMES.TXT).:" TO SAFT-ROTULO
               MOVE SAFT-TOTAL-FECHO TO SAFT-VALOR-EDT
               PERFORM SAFT-CONFERENCIA-VALOR
               IF SAFT-TOTAL-MULTAS + SAFT-TOTAL-REPOSICOES
               = SAFT-TOTAL-FECHO THEN
                   MOVE "S" TO SAFT-ENCONTRADO
               ELSE
                   MOVE "N" TO SAFT-ENCONTRADO
               END-IF
               PERFORM SAFT-CONFERENCIA-RESULTADO
           ELSE
               MOVE "FECHOMES.TXT NAO E DESTE MES - NAO COMPARADO"
               TO LINHA-SAFT-CONFERENCIA
               WRITE REGISTO-SAFT-CONFERENCIA
           END-IF.

           MOVE ALL "*" TO LINHA-SAFT-CONFERENCIA.
           WRITE REGISTO-SAFT-CONFERENCIA.
           MOVE "FALHAS NA SEQUENCIA............:" TO SAFT-ROTULO.
           MOVE SAFT-FALHAS TO SAFT-NUM-EDT.
           PERFORM SAFT-CONFERENCIA-CONTADOR.
           MOVE "RECIBOS REPETIDOS..............:" TO SAFT-ROTULO.
           MOVE SAFT-REPETIDOS TO SAFT-NUM-EDT.
           PERFORM SAFT-CONFERENCIA-CONTADOR.
           MOVE "PAGAMENTOS LIQUIDADOS SEM RECIBO:" TO SAFT-ROTULO.
           MOVE SAFT-SEM-NUMERO TO SAFT-NUM-EDT.
           PERFORM SAFT-CONFERENCIA-CONTADOR.
           ADD SAFT-FALHAS TO SAFT-DIFERENCAS.
           ADD SAFT-REPETIDOS TO SAFT-DIFERENCAS.
           ADD SAFT-SEM-NUMERO TO SAFT-DIFERENCAS.
           IF SAFT-TABELA-CHEIA = "S" THEN
               MOVE "*** EXPORTACAO INCOMPLETA - MAIS DE 2000 " &
               "RECIBOS NO MES" TO LINHA-SAFT-CONFERENCIA
               WRITE REGISTO-SAFT-CONFERENCIA
               ADD 1 TO SAFT-DIFERENCAS
           END-IF.
           MOVE ALL "*" TO LINHA-SAFT-CONFERENCIA.
           WRITE REGISTO-SAFT-CONFERENCIA.
           IF SAFT-DIFERENCAS = 0 THEN
               MOVE "RESULTADO: CONFERIDO SEM DIFERENCAS"
               TO LINHA-SAFT-CONFERENCIA
           ELSE
               MOVE "RESULTADO: VERIFICAR AS DIFERENCAS ASSINALADAS"
               TO LINHA-SAFT-CONFERENCIA
           END-IF.
           WRITE REGISTO-SAFT-CONFERENCIA.
           MOVE ALL "*" TO LINHA-SAFT-CONFERENCIA.
           WRITE REGISTO-SAFT-CONFERENCIA.

       PAGAMENTOS-PENDENTES-CALCULAR.
           MOVE 0 TO MULTAS-PENDENTES-TOTAL.
           MOVE "N" TO FAMILIA-AGREGADO.
           MOVE CLIENTE-COD TO FAMILIA-RESPONSAVEL-COD.
           IF CLIENTE-RESPONSAVEL-COD NUMERIC
           AND CLIENTE-RESPONSAVEL-COD > 0 THEN
               MOVE CLIENTE-RESPONSAVEL-COD TO FAMILIA-RESPONSAVEL-COD
           END-IF.
           PERFORM FAMILIA-DEPENDENTES-CARREGAR.
           IF TOTAL-FAMILIA-DEPENDENTES > 0 THEN
               MOVE "S" TO FAMILIA-AGREGADO
           END-IF.
           MOVE FAMILIA-RESPONSAVEL-COD TO FAMILIA-MEMBRO-COD.
           PERFORM PAGAMENTOS-PENDENTES-SOMAR.
           MOVE 1 TO FAMILIA-IDX.
           PERFORM UNTIL FAMILIA-IDX > TOTAL-FAMILIA-DEPENDENTES
               MOVE FAMILIA-DEP-COD(FAMILIA-IDX) TO FAMILIA-MEMBRO-COD
               PERFORM PAGAMENTOS-PENDENTES-SOMAR
               ADD 1 TO FAMILIA-IDX
           END-PERFORM.

       PAGAMENTOS-PENDENTES-SOMAR.
           MOVE "N" TO PAGAMENTO-FIM.
           MOVE FAMILIA-MEMBRO-COD TO PAGAMENTO-CLIENTE-COD.
           START FIC-PAGAMENTOS KEY = PAGAMENTO-CLIENTE-COD
               INVALID KEY
                   CONTINUE
                       READ FIC-PAGAMENTOS NEXT RECORD
                           NOT AT END
                               IF PAGAMENTO-CLIENTE-COD
                               = FAMILIA-MEMBRO-COD THEN
                                   IF PAGAMENTO-ESTADO = "P" THEN
                                       COMPUTE MULTAS-PENDENTES-TOTAL =
                                       MULTAS-PENDENTES-TOTAL

       PAGAMENTOS-RECIBO-PROXIMO.
           MOVE 0 TO RECIBO-ULTIMO.
           MOVE "RECIBOS" TO CONTADOR-FICHEIRO.
           PERFORM CONTADOR-LER-BLOQUEAR.
           IF BLOQUEIO-DESISTIU = "N" THEN
               IF CONTADOR-EXISTIA = "S" THEN
                   COMPUTE RECIBO-ULTIMO = CONTADOR-ULTIMO + 1
                   MOVE RECIBO-ULTIMO TO CONTADOR-ULTIMO
                   REWRITE REGISTO-CONTADOR
                       INVALID KEY
                           MOVE 0 TO RECIBO-ULTIMO
                   END-REWRITE
               ELSE
                   PERFORM PAGAMENTOS-RECIBO-MAIOR
                   MOVE "RECIBOS" TO CONTADOR-FICHEIRO
                   COMPUTE RECIBO-ULTIMO = RECIBO-MAIOR + 1
                   MOVE RECIBO-ULTIMO TO CONTADOR-ULTIMO
                   WRITE REGISTO-CONTADOR
                       INVALID KEY
                           MOVE 0 TO RECIBO-ULTIMO
                   END-WRITE
               END-IF
               UNLOCK FIC-CONTADORES
           END-IF.

       PAGAMENTOS-RECIBO-MAIOR.
           MOVE REGISTO-PAGAMENTO TO PAGAMENTO-IMAGEM-NOVA.
           MOVE 0 TO RECIBO-MAIOR.
           MOVE 0 TO PAGAMENTO-ALUGUER-COD.
           START FIC-PAGAMENTOS KEY > PAGAMENTO-ALUGUER-COD
               INVALID KEY
                       PERFORM UNTIL FS = "10"
                           READ FIC-PAGAMENTOS NEXT RECORD
                               NOT AT END
                                   IF RECIBO-NUM > RECIBO-MAIOR THEN
                                       MOVE RECIBO-NUM
                                       TO RECIBO-MAIOR
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.
           MOVE PAGAMENTO-IMAGEM-NOVA TO REGISTO-PAGAMENTO.

       PAGAMENTOS-REGISTAR.
           DISPLAY CLS.
           DISPLAY PAGAMENTO-ALUGUER-COD HIGHLIGHT AT 0620.
           DISPLAY "                                " AT 0803.

           PERFORM PAGAMENTO-LER-BLOQUEAR.
           UNLOCK FIC-PAGAMENTOS.
           MOVE REGISTO-PAGAMENTO TO PAGAMENTO-IMAGEM-LIDA.

           IF (EXISTE = "N") THEN
               IF PAGAMENTO-ALUGUER-COD = SPACES THEN
                   DISPLAY " " AT 0620 HIGHLIGHT
               ELSE
                   IF BLOQUEIO-DESISTIU = "S" THEN
                       DISPLAY "REGISTO EM USO NOUTRO POSTO!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0628
                   ELSE
                       DISPLAY "SEM MULTA REGISTADA!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0628
                   END-IF
               END-IF
           ELSE
               IF PAGAMENTO-ESTADO = "L" THEN
                   MOVE DIA-SIST TO DIA-PAGAMENTO
                   MOVE MES-SIST TO MES-PAGAMENTO
                   MOVE ANO-SIST TO ANO-PAGAMENTO
                   MOVE "L" TO PAGAMENTO-ESTADO

                   PERFORM PAGAMENTO-BLOQUEAR
                   IF BLOQUEIO-CONFLITO = "N" THEN
                       PERFORM PAGAMENTOS-RECIBO-PROXIMO
                       IF RECIBO-ULTIMO = 0 THEN
                           MOVE "S" TO BLOQUEIO-CONFLITO
                           MOVE "NUMERACAO DE RECIBOS EM USO! REPITA."
                           TO BLOQUEIO-MENSAGEM
                       ELSE
                           MOVE RECIBO-ULTIMO TO RECIBO-NUM
                       END-IF
                   END-IF

                   IF BLOQUEIO-CONFLITO = "S" THEN
                       DISPLAY BLOQUEIO-MENSAGEM
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1403
                   ELSE
                       REWRITE REGISTO-PAGAMENTO
                           INVALID KEY
                               DISPLAY "ERRO AO REGISTAR PAGAMENTO!"
                               FOREGROUND-COLOR 4 HIGHLIGHT AT 1403
                           NOT INVALID KEY
                               MOVE VALOR-PAGO TO VALOR-PAGO-EDT
                               DISPLAY "RECIBO:" AT 1403 HIGHLIGHT
                               DISPLAY RECIBO-NUM HIGHLIGHT AT 1411
                               DISPLAY "CLIENTE:" AT 1418 HIGHLIGHT
                               DISPLAY PAGAMENTO-CLIENTE-COD
                               HIGHLIGHT AT 1427
                               DISPLAY "VALOR:" AT 1434 HIGHLIGHT
                               DISPLAY VALOR-PAGO-EDT HIGHLIGHT AT 1441
                               DISPLAY FUNCTION CONCATENATE
                               (DIA-PAGAMENTO, "/" MES-PAGAMENTO,
                               "/" ANO-PAGAMENTO) HIGHLIGHT AT 1452
                               DISPLAY
                               "PAGAMENTO REGISTADO COM SUCESSO!"
                               FOREGROUND-COLOR 2 HIGHLIGHT AT 1603
                               MOVE "PAGAMENTO" TO HIST-FICHEIRO
                               MOVE PAGAMENTO-ALUGUER-COD TO HIST-COD
                               MOVE "LIQUIDACAO" TO HIST-OPERACAO
                               MOVE SPACES TO HIST-CAMPO-ANTIGO
                               MOVE VALOR-PAGO-EDT TO HIST-CAMPO-NOVO
                               PERFORM HISTORICO-REGISTAR
                               IF PAGAMENTO-TIPO = "Q" THEN
                                   PERFORM CLIENTES-QUOTA-RENOVAR
                               END-IF
                       END-REWRITE
                   END-IF
                   UNLOCK FIC-PAGAMENTOS
               END-IF
           END-IF.

               INTO RELATORIO-DETALHE
               END-STRING
               PERFORM RELATORIO-SUBTITULO-ESCREVER
               IF CLIENTE-RESPONSAVEL-COD NUMERIC
               AND CLIENTE-RESPONSAVEL-COD > 0 THEN
                   MOVE SPACES TO RELATORIO-DETALHE
                   STRING
                   "DEPENDENTE DO CLIENTE RESPONSAVEL: "
                   DELIMITED BY SIZE
                   CLIENTE-RESPONSAVEL-COD DELIMITED BY SIZE
                   INTO RELATORIO-DETALHE
                   END-STRING
                   PERFORM RELATORIO-SUBTITULO-ESCREVER
               END-IF

               MOVE 0 TO MULTAS-PENDENTES-TOTAL
               MOVE CLIENTE-COD TO FAMILIA-RESPONSAVEL-COD
               PERFORM FAMILIA-DEPENDENTES-CARREGAR
               MOVE CLIENTE-COD TO FAMILIA-MEMBRO-COD
               PERFORM EXTRATO-FICHEIRO-CLIENTE
               MOVE 1 TO FAMILIA-IDX
               PERFORM UNTIL FAMILIA-IDX > TOTAL-FAMILIA-DEPENDENTES
                   MOVE SPACES TO RELATORIO-DETALHE
                   STRING
                   "DEPENDENTE: " DELIMITED BY SIZE
                   FAMILIA-DEP-COD(FAMILIA-IDX) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(FAMILIA-DEP-NOME(FAMILIA-IDX))
                   DELIMITED BY SIZE
                   INTO RELATORIO-DETALHE
                   END-STRING
                   PERFORM RELATORIO-SUBTITULO-ESCREVER
                   MOVE FAMILIA-DEP-COD(FAMILIA-IDX)
                   TO FAMILIA-MEMBRO-COD
                   PERFORM EXTRATO-FICHEIRO-CLIENTE
                   ADD 1 TO FAMILIA-IDX
               END-PERFORM

               MOVE MULTAS-PENDENTES-TOTAL TO MULTAS-PENDENTES-EDT
               MOVE SPACES TO RELATORIO-DETALHE
               IF TOTAL-FAMILIA-DEPENDENTES > 0 THEN
                   STRING
                   "TOTAL PENDENTE DO AGREGADO: " DELIMITED BY SIZE
                   MULTAS-PENDENTES-EDT DELIMITED BY SIZE
                   " EUR" DELIMITED BY SIZE
                   INTO RELATORIO-DETALHE
                   END-STRING
               ELSE
                   STRING
                   "TOTAL PENDENTE: " DELIMITED BY SIZE
                   MULTAS-PENDENTES-EDT DELIMITED BY SIZE
                   " EUR" DELIMITED BY SIZE
                   INTO RELATORIO-DETALHE
                   END-STRING
               END-IF
               PERFORM RELATORIO-SUBTITULO-ESCREVER

               PERFORM RELATORIO-TERMINAR
           END-IF.

       EXTRATO-FICHEIRO-CLIENTE.
           MOVE "N" TO PAGAMENTO-FIM.
           MOVE FAMILIA-MEMBRO-COD TO PAGAMENTO-CLIENTE-COD.
           START FIC-PAGAMENTOS KEY = PAGAMENTO-CLIENTE-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL FS = "10" OR PAGAMENTO-FIM = "S"
                       READ FIC-PAGAMENTOS NEXT RECORD
                           NOT AT END
                               IF PAGAMENTO-CLIENTE-COD
                               = FAMILIA-MEMBRO-COD THEN
                                   PERFORM EXTRATO-RELATORIO-UM
                               ELSE
                                   MOVE "S" TO PAGAMENTO-FIM
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

       PAGAMENTOS-EXTRATO-ECRA.
           DISPLAY CLS.
           PERFORM BASE.
               END-IF
           ELSE
               DISPLAY NOME HIGHLIGHT AT 0628
               IF CLIENTE-RESPONSAVEL-COD NUMERIC
               AND CLIENTE-RESPONSAVEL-COD > 0 THEN
                   DISPLAY "RESPONSAVEL:" AT 0660 HIGHLIGHT
                   DISPLAY CLIENTE-RESPONSAVEL-COD HIGHLIGHT AT 0673
               END-IF

               DISPLAY "COD ALUGUER" FOREGROUND-COLOR 6 AT 0503
               DISPLAY "DEVIDO" FOREGROUND-COLOR 6 AT 0516
               DISPLAY "ESTADO" FOREGROUND-COLOR 6 AT 0562

               MOVE 0 TO MULTAS-PENDENTES-TOTAL
               MOVE "N" TO ENCONTROU
               MOVE 7 TO LINHA
               MOVE CLIENTE-COD TO FAMILIA-RESPONSAVEL-COD
               PERFORM FAMILIA-DEPENDENTES-CARREGAR
               MOVE CLIENTE-COD TO FAMILIA-MEMBRO-COD
               PERFORM EXTRATO-ECRA-CLIENTE
               MOVE 1 TO FAMILIA-IDX
               PERFORM UNTIL FAMILIA-IDX > TOTAL-FAMILIA-DEPENDENTES
                   DISPLAY "DEPENDENTE:" FOREGROUND-COLOR 6
                   HIGHLIGHT LINE LINHA COL 3
                   DISPLAY FAMILIA-DEP-COD(FAMILIA-IDX)
                   HIGHLIGHT LINE LINHA COL 15
                   DISPLAY FAMILIA-DEP-NOME(FAMILIA-IDX)
                   HIGHLIGHT LINE LINHA COL 21
                   PERFORM EXTRATO-ECRA-LINHA-AVANCAR
                   MOVE FAMILIA-DEP-COD(FAMILIA-IDX)
                   TO FAMILIA-MEMBRO-COD
                   PERFORM EXTRATO-ECRA-CLIENTE
                   ADD 1 TO FAMILIA-IDX
               END-PERFORM
               IF ENCONTROU = "N" THEN
                   DISPLAY "SEM MULTAS REGISTADAS!"
                   HIGHLIGHT LINE LINHA COL 3
               END-IF
               ADD 1 TO LINHA
               MOVE MULTAS-PENDENTES-TOTAL TO MULTAS-PENDENTES-EDT
               IF TOTAL-FAMILIA-DEPENDENTES > 0 THEN
                   DISPLAY "TOTAL DO AGREGADO:"
                   HIGHLIGHT LINE LINHA COL 3
                   DISPLAY MULTAS-PENDENTES-EDT
                   HIGHLIGHT LINE LINHA COL 22
               ELSE
                   DISPLAY "TOTAL PENDENTE:" HIGHLIGHT LINE LINHA COL 3
                   DISPLAY MULTAS-PENDENTES-EDT
                   HIGHLIGHT LINE LINHA COL 19
               END-IF
           END-IF.

           DISPLAY "ENTER - CONTINUAR"
           HIGHLIGHT AT 1803.
           ACCEPT OMITTED AT 1821.
           MOVE "N" TO REPETIR-MENU.

       EXTRATO-ECRA-CLIENTE.
           MOVE "N" TO PAGAMENTO-FIM.
           MOVE FAMILIA-MEMBRO-COD TO PAGAMENTO-CLIENTE-COD.
           START FIC-PAGAMENTOS KEY = PAGAMENTO-CLIENTE-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL FS = "10" OR PAGAMENTO-FIM = "S"
                       READ FIC-PAGAMENTOS NEXT RECORD
                           NOT AT END
                               IF PAGAMENTO-CLIENTE-COD
                               = FAMILIA-MEMBRO-COD THEN
                                   PERFORM EXTRATO-ECRA-UM
                               ELSE
                                   MOVE "S" TO PAGAMENTO-FIM
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

       EXTRATO-ECRA-UM.
           MOVE "S" TO ENCONTROU.
           DISPLAY PAGAMENTO-ALUGUER-COD
           HIGHLIGHT LINE LINHA COL 3.
           MOVE VALOR-DEVIDO TO VALOR-DEVIDO-EDT.
           DISPLAY VALOR-DEVIDO-EDT
           HIGHLIGHT LINE LINHA COL 16.
           MOVE VALOR-PAGO TO VALOR-PAGO-EDT.
           DISPLAY VALOR-PAGO-EDT
           HIGHLIGHT LINE LINHA COL 26.
           IF PAGAMENTO-ESTADO = "L" THEN
               DISPLAY FUNCTION CONCATENATE(DIA-PAGAMENTO,
               "/" MES-PAGAMENTO, "/" ANO-PAGAMENTO) HIGHLIGHT
               LINE LINHA COL 36
               DISPLAY RECIBO-NUM
               HIGHLIGHT LINE LINHA COL 53
               DISPLAY "LIQUIDADA"
               HIGHLIGHT LINE LINHA COL 62
           ELSE
               DISPLAY "**********"
               HIGHLIGHT LINE LINHA COL 36
               DISPLAY "*****"
               HIGHLIGHT LINE LINHA COL 53
               DISPLAY "PENDENTE "
               FOREGROUND-COLOR 4
               HIGHLIGHT LINE LINHA COL 62
               COMPUTE MULTAS-PENDENTES-TOTAL =
               MULTAS-PENDENTES-TOTAL
               + VALOR-DEVIDO - VALOR-PAGO
           END-IF.
           PERFORM EXTRATO-ECRA-LINHA-AVANCAR.

       EXTRATO-ECRA-LINHA-AVANCAR.
           ADD 1 TO LINHA.
           IF LINHA = 18 THEN
               MOVE 7 TO LINHA
               DISPLAY "ENTER - PROXIMA PAGINA."
               HIGHLIGHT AT 2011
               ACCEPT OMITTED AT 2053
           END-IF.

       TALAO-DADOS-PROCURAR.
           MOVE ALUGUER-CLIENTE-COD TO CLIENTE-COD.
           END-READ.

       TALAO-ALUGUER-ESCREVER.
           PERFORM CATEGORIA-CLIENTE-CARREGAR.
           PERFORM TALAO-DADOS-PROCURAR.
           OPEN EXTEND FIC-TALOES.
           MOVE ALL "*" TO LINHA-TALAO.
           INTO LINHA-TALAO
           END-STRING.
           WRITE REGISTO-TALAO.
           MOVE MULTA-DIA-EFETIVA TO TALAO-MULTA-DIA-EDT.
           MOVE SPACES TO LINHA-TALAO.
           STRING
           "APOS A DATA LIMITE SERA COBRADA MULTA DE " DELIMITED BY SIZE

           MOVE "ALUGUERES" TO CONTADOR-FICHEIRO.
           PERFORM CONTADOR-PROPOR.
           IF CODIGO-PROPOSTO = 0 THEN
               PERFORM CONTADOR-INDISPONIVEL
           ELSE
               PERFORM ALUGUERES-NOVO-GRAVAR
           END-IF.

           DISPLAY "ENTER - CONTINUAR"
           HIGHLIGHT AT 1803.
           ACCEPT OMITTED AT 1821.
           MOVE "N" TO REPETIR-MENU.

       ALUGUERES-NOVO-GRAVAR.
           DISPLAY "PROPOSTO (0=USAR):" AT 0440 HIGHLIGHT.
           DISPLAY CODIGO-PROPOSTO HIGHLIGHT AT 0459.
           ACCEPT ALUGUER-COD AUTO HIGHLIGHT AT 0618.
               ELSE
                   DISPLAY "PREENCHA O FORMULARIO:" AT 0403 HIGHLIGHT
                   DISPLAY "CODIGO CLIENTE:" AT 0803 HIGHLIGHT
                   DISPLAY "CODIGO/ISBN:" AT 1003 HIGHLIGHT
                   DISPLAY "DATA LEVANTAMENTO:" AT 1203 HIGHLIGHT

                   PERFORM WITH TEST AFTER UNTIL
                                   MOVE "S" TO CLIENTE-BLOQUEADO
                                   MOVE MULTAS-PENDENTES-TOTAL
                                   TO MULTAS-PENDENTES-EDT
                                   IF FAMILIA-AGREGADO = "S" THEN
                                       DISPLAY "MULTAS DA FAMILIA:"
                                       FOREGROUND-COLOR 4 HIGHLIGHT
                                       AT 0828
                                   ELSE
                                       DISPLAY "MULTAS POR PAGAR:"
                                       FOREGROUND-COLOR 4 HIGHLIGHT
                                       AT 0828
                                   END-IF
                                   DISPLAY MULTAS-PENDENTES-EDT
                                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0846
                               ELSE
                                   PERFORM CATEGORIA-CARREGAR
                                   PERFORM CLIENTES-QUOTA-VERIFICAR
                                   PERFORM ALUGUERES-ATIVOS-CONTAR
                                   IF QUOTA-EXPIRADA = "S"
                                   AND QUOTA-ISENTA = "N" THEN
                                       MOVE "S" TO CLIENTE-BLOQUEADO
                                       DISPLAY "QUOTA DE SOCIO " &
                                       "EXPIRADA!"
                                       FOREGROUND-COLOR 4 HIGHLIGHT
                                       AT 0828
                                   ELSE
                                       IF CATEGORIA-MAX-EFETIVO > 0
                                       AND ALUGUERES-ATIVOS-CLIENTE >=
                                       CATEGORIA-MAX-EFETIVO THEN
                                           MOVE "S" TO CLIENTE-BLOQUEADO
                                           DISPLAY "LIMITE DE " &
                                           "ALUGUERES ATINGIDO!"
                                           FOREGROUND-COLOR 4 HIGHLIGHT
                                           AT 0828
                                       ELSE
                                           MOVE "N" TO CLIENTE-BLOQUEADO
                                           DISPLAY "               " &
                                           "               "
                                           AT 0828
                                       END-IF
                                   END-IF
                               END-IF
                           END-IF
                   PERFORM WITH TEST AFTER UNTIL
                   ALUGUER-LIVRO-COD > SPACES
                   AND EXISTE = "S" AND LIVRO-OCUPADO = "N"
                       MOVE SPACES TO LIVRO-PROCURA
                       MOVE 0 TO ALUGUER-LIVRO-COD
                       ACCEPT LIVRO-PROCURA HIGHLIGHT AT 1020
                       IF LIVRO-PROCURA = SPACES THEN
                           DISPLAY "LIVRO INCORRETO! "
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1020
                       ELSE
                           PERFORM LIVROS-PROCURA-LOCALIZAR
                           IF (EXISTE = "N") THEN
                               DISPLAY LIVRO-PROCURA-MENSAGEM
                               FOREGROUND-COLOR 4 HIGHLIGHT AT 1020
                           ELSE
                               MOVE LIVRO-COD TO ALUGUER-LIVRO-COD
                               PERFORM ALUGUERES-VERIFICA-LIVRO-OCUPADO
                               IF LIVRO-OCUPADO = "S" THEN
                                   DISPLAY "LIVRO JA ALUGADO! " &
                                   "PODE RESERVAR EM MAIS OPCOES."
                                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1020
                               ELSE
                                   DISPLAY "                         " &
                                   "                         " AT 1020
                                   DISPLAY ALUGUER-LIVRO-COD
                                   HIGHLIGHT AT 1020
                                   DISPLAY TITULO HIGHLIGHT AT 1027
                               END-IF
                           END-IF
                       END-IF
                   MOVE 0 TO ALUGUER-NIVEL-AVISO
                   PERFORM ALUGUERES-LIMITE-CALCULAR

                   PERFORM ALUGUERES-LIVRO-CONFIRMAR
                   IF BLOQUEIO-CONFLITO = "S" THEN
                       UNLOCK FIC-LIVROS
                       DISPLAY BLOQUEIO-MENSAGEM
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1403
                   ELSE
                       WRITE REGISTO-ALUGUER
                           INVALID KEY
                               UNLOCK FIC-LIVROS
                               DISPLAY "ERRO AO CRIAR O ALUGUER!"
                               FOREGROUND-COLOR 4 HIGHLIGHT AT 1403
                           NOT INVALID KEY
                               UNLOCK FIC-LIVROS
                               DISPLAY "ALUGUER CRIADO COM SUCESSO!"
                               FOREGROUND-COLOR 2 HIGHLIGHT AT 1403
                               MOVE ALUGUER-COD TO CODIGO-USADO
                               PERFORM CONTADOR-ATUALIZAR
                               PERFORM TALAO-ALUGUER-ESCREVER
                               DISPLAY "TALAO EMITIDO EM TALOES.TXT"
                               FOREGROUND-COLOR 2 HIGHLIGHT AT 1603
                       END-WRITE
                   END-IF
                   END-IF
               END-IF
           END-IF.

       ALUGUERES-VERIFICA-LIVRO-OCUPADO.
           MOVE "N" TO LIVRO-OCUPADO.
           MOVE 0 TO EXEMPLARES-ALUGADOS.
           MOVE ALUGUER-CLIENTE-COD-SAVE TO ALUGUER-CLIENTE-COD.
           MOVE ALUGUER-LIVRO-COD-SAVE TO ALUGUER-LIVRO-COD.

       ALUGUERES-LIVRO-CONFIRMAR.
           MOVE REGISTO-ALUGUER TO ALUGUER-IMAGEM-NOVA.
           MOVE "N" TO BLOQUEIO-CONFLITO.
           MOVE ALUGUER-LIVRO-COD TO LIVRO-COD.
           PERFORM LIVRO-LER-BLOQUEAR.
           IF BLOQUEIO-DESISTIU = "S" OR EXISTE = "N" THEN
               PERFORM BLOQUEIO-CONFLITO-ASSINALAR
           ELSE
               PERFORM ALUGUERES-VERIFICA-LIVRO-OCUPADO
               IF LIVRO-OCUPADO = "S" THEN
                   MOVE "S" TO BLOQUEIO-CONFLITO
                   MOVE "LIVRO ALUGADO NOUTRO POSTO ENTRETANTO!"
                   TO BLOQUEIO-MENSAGEM
               END-IF
           END-IF.
           MOVE ALUGUER-IMAGEM-NOVA TO REGISTO-ALUGUER.

       ALUGUERES-ATIVOS-CONTAR.
           MOVE 0 TO ALUGUERES-ATIVOS-CLIENTE.
           MOVE "N" TO ALUGUERES-FIM.
           MOVE ALUGUER-COD TO ALUGUER-COD-SAVE.
           MOVE ALUGUER-CLIENTE-COD TO ALUGUER-CLIENTE-COD-SAVE.
           MOVE ALUGUER-LIVRO-COD TO ALUGUER-LIVRO-COD-SAVE.
           MOVE CLIENTE-COD TO ALUGUER-CLIENTE-COD.
           START FIC-ALUGUERES KEY = ALUGUER-CLIENTE-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL FS = "10" OR ALUGUERES-FIM = "S"
                       READ FIC-ALUGUERES NEXT RECORD
                           NOT AT END
                               IF ALUGUER-CLIENTE-COD = CLIENTE-COD THEN
                                   IF ESTADO = "A" THEN
                                       ADD 1 TO ALUGUERES-ATIVOS-CLIENTE
                                   END-IF
                               ELSE
                                   MOVE "S" TO ALUGUERES-FIM
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.
           MOVE ALUGUER-COD-SAVE TO ALUGUER-COD.
           MOVE ALUGUER-CLIENTE-COD-SAVE TO ALUGUER-CLIENTE-COD.
           MOVE ALUGUER-LIVRO-COD-SAVE TO ALUGUER-LIVRO-COD.

       ALUGUERES-CONSULTAR.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY ALUGUER-COD HIGHLIGHT AT 0620.
           DISPLAY "                                " AT 0803.

           PERFORM ALUGUER-LER-BLOQUEAR.
           UNLOCK FIC-ALUGUERES.
           MOVE REGISTO-ALUGUER TO ALUGUER-IMAGEM-LIDA.

           IF (EXISTE = "N") THEN
               IF ALUGUER-COD = SPACES THEN
                   DISPLAY " " AT 0620 HIGHLIGHT
               ELSE
                   IF BLOQUEIO-DESISTIU = "S" THEN
                       DISPLAY "REGISTO EM USO NOUTRO POSTO!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0620
                   ELSE
                       DISPLAY "ALUGUER NAO EXISTE!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0620
                   END-IF
               END-IF
           ELSE
               DISPLAY "PREENCHA O FORMULARIO:" AT 0403 HIGHLIGHT
               MOVE "A" TO ESTADO
               PERFORM ALUGUERES-LIMITE-CALCULAR

               PERFORM ALUGUER-BLOQUEAR
               IF BLOQUEIO-CONFLITO = "S" THEN
                   DISPLAY BLOQUEIO-MENSAGEM
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1403
               ELSE
                   REWRITE REGISTO-ALUGUER
                       INVALID KEY
                           DISPLAY "ERRO AO ALTERAR ALUGUER!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1403
                       NOT INVALID KEY
                           DISPLAY "ALUGUER ALTERADO COM SUCESSO!"
                           FOREGROUND-COLOR 2 HIGHLIGHT AT 1403
                   END-REWRITE
               END-IF
               UNLOCK FIC-ALUGUERES
           END-IF.

           DISPLAY "ENTER - CONFIRMAR"
           DISPLAY ALUGUER-COD HIGHLIGHT AT 0620.
           DISPLAY "                                " AT 0803.

           PERFORM ALUGUER-LER-BLOQUEAR.
           UNLOCK FIC-ALUGUERES.
           MOVE REGISTO-ALUGUER TO ALUGUER-IMAGEM-LIDA.

           IF (EXISTE = "N") THEN
               IF ALUGUER-COD = SPACES THEN
                   DISPLAY " " AT 0620 HIGHLIGHT
               ELSE
                   IF BLOQUEIO-DESISTIU = "S" THEN
                       DISPLAY "REGISTO EM USO NOUTRO POSTO!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0620
                   ELSE
                       DISPLAY "ALUGUER NAO EXISTE!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0620
                   END-IF
               END-IF
           ELSE
               PERFORM ALUGUER-BLOQUEAR
               IF BLOQUEIO-CONFLITO = "S" THEN
                   DISPLAY BLOQUEIO-MENSAGEM
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0803
               ELSE
                   DELETE FIC-ALUGUERES
                       INVALID KEY
                           DISPLAY "ERRO A ELIMINAR ALUGUER!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 0803
                       NOT INVALID KEY
                           DISPLAY "ALUGUER ELIMINADO COM SUCESSO!"
                           FOREGROUND-COLOR 2 HIGHLIGHT AT 0803
                   END-DELETE
               END-IF
               UNLOCK FIC-ALUGUERES
           END-IF.

           DISPLAY "ENTER - CONTINUAR"
                       FUNCTION INTEGER-OF-DATE(DATA-ALUGUER-AAAAMMDD)
                       - PRAZO-ALUGUER-DIAS
               END-IF
               MOVE DATA-SIST-AAAAMMDD TO CALENDARIO-REF-AAAAMMDD
               PERFORM DIAS-ATRASO-AJUSTAR
               IF DIAS-ATRASO > 0 THEN
                   MOVE ALUGUER-COD TO REL-ATR-COD
                   MOVE ALUGUER-CLIENTE-COD TO CLIENTE-COD
                                           (DATA-ALUGUER-AAAAMMDD) -
                                           PRAZO-ALUGUER-DIAS
                                       END-IF
                                       MOVE DATA-SIST-AAAAMMDD
                                       TO CALENDARIO-REF-AAAAMMDD
                                       PERFORM DIAS-ATRASO-AJUSTAR

                                       IF DIAS-ATRASO > 0 THEN
                                           MOVE "S" TO ENCONTROU

       LIVROS-EXEMPLAR-ABATER.
           MOVE ALUGUER-LIVRO-COD TO LIVRO-COD.
           MOVE "S" TO BLOQUEIO-OBRIGATORIO.
           PERFORM LIVRO-LER-BLOQUEAR.
           MOVE "N" TO BLOQUEIO-OBRIGATORIO.
           IF EXISTE = "S" THEN
               MOVE NUM-EXEMPLARES TO EXEMPLARES-TOTAL
               IF EXEMPLARES-TOTAL > 0 THEN
                   SUBTRACT 1 FROM EXEMPLARES-TOTAL
               END-IF
               MOVE EXEMPLARES-TOTAL TO NUM-EXEMPLARES
               REWRITE REGISTO-LIVROS
               END-REWRITE
           END-IF.
           UNLOCK FIC-LIVROS.

       ALUGUERES-DEVOLVER-LOCALIZAR.
           MOVE "N" TO EXISTE.
           MOVE "N" TO BLOQUEIO-DESISTIU.
           MOVE "CODIGO NAO EXISTE!" TO LIVRO-PROCURA-MENSAGEM.
           IF LIVRO-PROCURA NOT = SPACES THEN
               MOVE LIVRO-PROCURA TO ISBN-ENTRADA
               PERFORM ISBN-NORMALIZAR
               IF ISBN-CARACTER-INVALIDO = "N"
               AND ISBN-SO-DIGITOS = "S" AND ISBN-TAMANHO <= 5 THEN
                   MOVE ISBN-LIMPO TO IMPORT-TESTE
                   PERFORM IMPORT-NUMERO-VALIDAR
                   MOVE IMPORT-NUMERO TO ALUGUER-COD
                   PERFORM ALUGUER-LER-BLOQUEAR
                   UNLOCK FIC-ALUGUERES
               ELSE
                   PERFORM LIVROS-PROCURA-LOCALIZAR
                   IF EXISTE = "S" THEN
                       PERFORM ALUGUERES-LIVRO-ATIVO-PROCURAR
                   END-IF
               END-IF
           END-IF.
           IF EXISTE = "S" THEN
               MOVE REGISTO-ALUGUER TO ALUGUER-IMAGEM-LIDA
               DISPLAY "                 " AT 0620
               DISPLAY ALUGUER-COD HIGHLIGHT AT 0620
           END-IF.
           IF BLOQUEIO-DESISTIU = "S" THEN
               MOVE "EM USO NOUTRO POSTO!" TO LIVRO-PROCURA-MENSAGEM
           END-IF.

       ALUGUERES-LIVRO-ATIVO-PROCURAR.
           MOVE 0 TO DEVOLVER-CLIENTE-FILTRO.
           PERFORM ALUGUERES-LIVRO-ATIVOS-CONTAR.
           IF DEVOLVER-ATIVOS > 1 THEN
               DISPLAY "LIVRO COM" AT 0703 HIGHLIGHT
               DISPLAY DEVOLVER-ATIVOS HIGHLIGHT AT 0713
               DISPLAY "EXEMPLARES ALUGADOS. CODIGO CLIENTE:"
               AT 0717 HIGHLIGHT
               ACCEPT DEVOLVER-CLIENTE-FILTRO AUTO HIGHLIGHT AT 0754
               DISPLAY "                              " &
               "                              " AT 0703
               IF DEVOLVER-CLIENTE-FILTRO = 0 THEN
                   MOVE 0 TO DEVOLVER-ATIVOS
               ELSE
                   PERFORM ALUGUERES-LIVRO-ATIVOS-CONTAR
               END-IF
           END-IF.
           IF DEVOLVER-ATIVOS = 0 THEN
               MOVE "N" TO EXISTE
               IF DEVOLVER-CLIENTE-FILTRO = 0 THEN
                   MOVE "LIVRO NAO ESTA ALUGADO!"
                   TO LIVRO-PROCURA-MENSAGEM
               ELSE
                   MOVE "CLIENTE SEM ESTE LIVRO!"
                   TO LIVRO-PROCURA-MENSAGEM
               END-IF
           ELSE
               MOVE DEVOLVER-ALUGUER-COD TO ALUGUER-COD
               PERFORM ALUGUER-LER-BLOQUEAR
               UNLOCK FIC-ALUGUERES
           END-IF.

       ALUGUERES-LIVRO-ATIVOS-CONTAR.
           MOVE 0 TO DEVOLVER-ATIVOS.
           MOVE 0 TO DEVOLVER-ALUGUER-COD.
           MOVE "N" TO ALUGUERES-FIM.
           MOVE LIVRO-COD TO ALUGUER-LIVRO-COD.
           START FIC-ALUGUERES KEY = ALUGUER-LIVRO-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL FS = "10" OR ALUGUERES-FIM = "S"
                       READ FIC-ALUGUERES NEXT RECORD
                           NOT AT END
                               IF ALUGUER-LIVRO-COD = LIVRO-COD THEN
                                   MOVE ALUGUER-CLIENTE-COD
                                   TO DEVOLVER-CLIENTE-LIDO
                                   IF ESTADO = "A" AND
                                   (DEVOLVER-CLIENTE-FILTRO = 0 OR
                                   DEVOLVER-CLIENTE-LIDO =
                                   DEVOLVER-CLIENTE-FILTRO) THEN
                                       PERFORM
                                       ALUGUERES-LIVRO-ATIVO-CONTAR
                                   END-IF
                               ELSE
                                   MOVE "S" TO ALUGUERES-FIM
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

       ALUGUERES-LIVRO-ATIVO-CONTAR.
           ADD 1 TO DEVOLVER-ATIVOS.
           IF DEVOLVER-ALUGUER-COD = 0 THEN
               MOVE ALUGUER-COD TO DEVOLVER-ALUGUER-COD
           END-IF.

       ALUGUERES-DEVOLVER.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "DEVOLVER ALUGUER" FOREGROUND-COLOR 6 AT 0217.

           DISPLAY "INSIRA CODIGO DE ALUGUER OU ISBN DO LIVRO:"
           AT 0403 HIGHLIGHT.

           DISPLAY "CODIGO ALUGUER:" AT 0603 HIGHLIGHT.

           DISPLAY "DEIXAR EM BRANCO PARA RETROCEDER."
           AT 0803 HIGHLIGHT.

           MOVE SPACES TO LIVRO-PROCURA.
           ACCEPT LIVRO-PROCURA HIGHLIGHT AT 0620.
           DISPLAY "                                " AT 0803.

           PERFORM ALUGUERES-DEVOLVER-LOCALIZAR.

           IF (EXISTE = "N") THEN
               IF LIVRO-PROCURA = SPACES THEN
                   DISPLAY " " AT 0620 HIGHLIGHT
               ELSE
                   DISPLAY LIVRO-PROCURA-MENSAGEM
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0620
               END-IF
           ELSE
                       FUNCTION INTEGER-OF-DATE(DATA-ALUGUER-AAAAMMDD) -
                       PRAZO-ALUGUER-DIAS
                   END-IF
                   MOVE DATA-ENTREGA-AAAAMMDD TO CALENDARIO-REF-AAAAMMDD
                   PERFORM DIAS-ATRASO-AJUSTAR

                   PERFORM CATEGORIA-CLIENTE-CARREGAR
                   IF DIAS-ATRASO > 0 THEN
                       COMPUTE MULTA = DIAS-ATRASO * MULTA-DIA-EFETIVA
                   ELSE
                       MOVE 0 TO DIAS-ATRASO
                       MOVE 0 TO MULTA
                   MOVE VALOR-COBRANCA TO MULTA-EDT
                   DISPLAY MULTA-EDT AT 1420 HIGHLIGHT

                   PERFORM ALUGUER-BLOQUEAR
                   IF BLOQUEIO-CONFLITO = "S" THEN
                       UNLOCK FIC-ALUGUERES
                       DISPLAY BLOQUEIO-MENSAGEM
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1003
                   ELSE
                       REWRITE REGISTO-ALUGUER
                           INVALID KEY
                               UNLOCK FIC-ALUGUERES
                               DISPLAY "ERRO NA DEVOLUCAO!"
                               FOREGROUND-COLOR 4 HIGHLIGHT AT 1003
                           NOT INVALID KEY
                               UNLOCK FIC-ALUGUERES
                               DISPLAY "LIVRO DEVOLVIDO COM SUCESSO!"
                               FOREGROUND-COLOR 2 HIGHLIGHT AT 1003
                               PERFORM TALAO-DEVOLUCAO-ESCREVER
                               DISPLAY "TALAO EMITIDO EM TALOES.TXT"
                               FOREGROUND-COLOR 2 HIGHLIGHT AT 1103
                               IF ESTADO = "E" OR ESTADO = "P" THEN
                                   PERFORM LIVROS-EXEMPLAR-ABATER
                                   MOVE "ALUGUER" TO HIST-FICHEIRO
                                   MOVE ALUGUER-COD TO HIST-COD
                                   IF ESTADO = "P" THEN
                                       MOVE "EXTRAVIO" TO HIST-OPERACAO
                                   ELSE
                                       MOVE "DANO" TO HIST-OPERACAO
                                   END-IF
                                   MOVE SPACES TO HIST-CAMPO-ANTIGO
                                   MOVE TALAO-TITULO TO HIST-CAMPO-NOVO
                                   PERFORM HISTORICO-REGISTAR
                               END-IF
                               IF VALOR-COBRANCA > 0 THEN
                                   MOVE ALUGUER-COD
                                   TO PAGAMENTO-ALUGUER-COD
                                   MOVE ALUGUER-CLIENTE-COD
                                   TO PAGAMENTO-CLIENTE-COD
                                   MOVE VALOR-COBRANCA TO VALOR-DEVIDO
                                   MOVE 0 TO VALOR-PAGO
                                   MOVE 0 TO ANO-PAGAMENTO
                                   MOVE 0 TO MES-PAGAMENTO
                                   MOVE 0 TO DIA-PAGAMENTO
                                   MOVE 0 TO RECIBO-NUM
                                   MOVE "P" TO PAGAMENTO-ESTADO
                                   MOVE "M" TO PAGAMENTO-TIPO
                                   WRITE REGISTO-PAGAMENTO
                                       INVALID KEY
                                           PERFORM MULTA-ATUALIZAR
                                       NOT INVALID KEY
                                           DISPLAY "MULTA POR LIQUIDAR!"
                                           FOREGROUND-COLOR 3 HIGHLIGHT
                                           AT 1440
                                   END-WRITE
                                   UNLOCK FIC-PAGAMENTOS
                               END-IF
                               IF ESTADO = "D" THEN
                                   PERFORM ALUGUERES-RESERVA-ATENDER
                               END-IF
                       END-REWRITE
                   END-IF
               ELSE
                   DISPLAY "LIVRO JA DEVOLVIDO!"
                   FOREGROUND-COLOR 2 HIGHLIGHT AT 0803
           ACCEPT OMITTED AT 1821.
           MOVE "N" TO REPETIR-MENU.

       ALUGUERES-RESERVA-ATENDER.
           MOVE ALUGUER-LIVRO-COD TO LIVRO-COD.
           PERFORM RESERVAS-PRIMEIRA-PROCURAR.
           IF RESERVA-ENCONTRADA = "S" THEN
               PERFORM ALUGUERES-CONVERTER-RESERVA
           END-IF.

       MULTA-ATUALIZAR.
           MOVE "S" TO BLOQUEIO-OBRIGATORIO.
           PERFORM PAGAMENTO-LER-BLOQUEAR.
           MOVE "N" TO BLOQUEIO-OBRIGATORIO.
           IF EXISTE = "N" THEN
               DISPLAY "ERRO AO REGISTAR MULTA!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1440
           ELSE
               IF PAGAMENTO-ESTADO = "P" THEN
                   MOVE VALOR-COBRANCA TO VALOR-DEVIDO
                   REWRITE REGISTO-PAGAMENTO
                   END-REWRITE
                   DISPLAY "MULTA POR LIQUIDAR!"
                   FOREGROUND-COLOR 3 HIGHLIGHT AT 1440
               ELSE
                   DISPLAY "MULTA JA LIQUIDADA!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1440
               END-IF
           END-IF.

       ALUGUERES-CONVERTER-RESERVA.
           MOVE RESERVA-CLIENTE-PRIMEIRO TO CLIENTE-COD.
           READ FIC-CLIENTES KEY CLIENTE-COD
           IF CONVERTER-RESERVA = "S" OR CONVERTER-RESERVA = "s" THEN
               MOVE "ALUGUERES" TO CONTADOR-FICHEIRO
               PERFORM CONTADOR-PROPOR
               IF CODIGO-PROPOSTO = 0 THEN
                   DISPLAY "NUMERACAO EM USO NOUTRO POSTO! REPITA."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1703
                   MOVE "N" TO CONVERTER-RESERVA
               END-IF
           END-IF.
           IF CONVERTER-RESERVA = "S" OR CONVERTER-RESERVA = "s" THEN
               DISPLAY "NOVO CODIGO ALUGUER:" AT 1703 HIGHLIGHT
               DISPLAY "PROPOSTO (0=USAR):" AT 1745 HIGHLIGHT
               DISPLAY CODIGO-PROPOSTO HIGHLIGHT AT 1764
               MOVE 0 TO MULTA
               MOVE 0 TO ALUGUER-RENOVACOES
               MOVE 0 TO ALUGUER-NIVEL-AVISO
               PERFORM ALUGUERES-LIMITE-CALCULAR
               PERFORM ALUGUERES-LIVRO-CONFIRMAR
               IF BLOQUEIO-CONFLITO = "S" THEN
                   UNLOCK FIC-LIVROS
                   DISPLAY BLOQUEIO-MENSAGEM
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1732
               ELSE
                   WRITE REGISTO-ALUGUER
                       INVALID KEY
                           UNLOCK FIC-LIVROS
                           DISPLAY "ERRO AO CRIAR O ALUGUER!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1732
                       NOT INVALID KEY
                           UNLOCK FIC-LIVROS
                           DISPLAY "ALUGUER CRIADO COM SUCESSO!"
                           FOREGROUND-COLOR 2 HIGHLIGHT AT 1732
                           MOVE ALUGUER-COD TO CODIGO-USADO
                           PERFORM CONTADOR-ATUALIZAR
                           PERFORM TALAO-ALUGUER-ESCREVER
                           MOVE RESERVA-COD-PRIMEIRO TO RESERVA-COD
                           READ FIC-RESERVAS
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE "C" TO RESERVA-ESTADO
                                   REWRITE REGISTO-RESERVA
                                   END-REWRITE
                           END-READ
                           MOVE "RESERVA" TO HIST-FICHEIRO
                           MOVE RESERVA-COD-PRIMEIRO TO HIST-COD
                           MOVE "CONVERSAO" TO HIST-OPERACAO
                           MOVE SPACES TO HIST-CAMPO-ANTIGO
                           MOVE NOME TO HIST-CAMPO-NOVO
                           PERFORM HISTORICO-REGISTAR
                   END-WRITE
               END-IF
           END-IF.

       MENU-EXPORTAR.
               DISPLAY "2         ALUGUERES" HIGHLIGHT AT 0845
               DISPLAY "3            EM CSV" HIGHLIGHT AT 0945
               DISPLAY "4          IMPORTAR" HIGHLIGHT AT 1045
               DISPLAY "5 CATALOGO NACIONAL" HIGHLIGHT AT 1145
               DISPLAY "6        SAF-T (PT)" HIGHLIGHT AT 1245
               DISPLAY "0      MENU INICIAL" HIGHLIGHT AT 1345
               DISPLAY "[ ] INSIRA UMA OPCAO"HIGHLIGHT AT 1544
               MOVE "S" TO REPETIR-MENU
               PERFORM UNTIL REPETIR-MENU = "N"
                   ACCEPT ESCOLHA AT 1545 AUTO
                   EVALUATE ESCOLHA
                       WHEN 1 PERFORM EXPORTAR-TUDO
                       WHEN 2 PERFORM EXPORTAR-ALUGUERES
                       WHEN 3 PERFORM EXPORTAR-CSV
                       WHEN 4 PERFORM IMPORTAR-CSV
                       WHEN 5 PERFORM CATALOGO-IMPORTAR
                       WHEN 6
                           PERFORM SUPERVISOR-VERIFICAR
                           IF ACESSO-SUPERVISOR = "S" THEN
                               PERFORM SAFT-EXPORTAR
                           END-IF
                       WHEN 0
                           MOVE "S" TO SAIR
                           MOVE "N" TO REPETIR-MENU
                       WHEN OTHER
                           DISPLAY "OPCAO INCORRETA!" AT 1745
                           FOREGROUND-COLOR 4 HIGHLIGHT
                           MOVE "S" TO REPETIR-MENU
                   END-EVALUATE
               IF IMPORT-COD-X = SPACES THEN
                   MOVE "CLIENTES" TO CONTADOR-FICHEIRO
                   PERFORM CONTADOR-PROPOR
                   IF CODIGO-PROPOSTO = 0 THEN
                       MOVE "NUMERACAO EM USO NOUTRO POSTO"
                       TO IMPORT-MOTIVO
                       MOVE "N" TO IMPORT-LINHA-OK
                   ELSE
                       MOVE CODIGO-PROPOSTO TO IMPORT-CLIENTE-COD
                   END-IF
               ELSE
                   MOVE IMPORT-COD-X TO IMPORT-TESTE
                   PERFORM IMPORT-NUMERO-VALIDAR
               MOVE IMPORT-MES TO MES-ADMIT
               MOVE IMPORT-ANO TO ANO-ADMIT
               MOVE IMPORT-EMAIL-X TO EMAIL
               MOVE 0 TO CLIENTE-CATEGORIA-COD
               MOVE 0 TO CLIENTE-RESPONSAVEL-COD
               WRITE REGISTO-CLIENTES
                   INVALID KEY
                       MOVE "ERRO NA GRAVACAO" TO IMPORT-MOTIVO
           IF IMPORT-COD-X = SPACES THEN
               MOVE "LIVROS" TO CONTADOR-FICHEIRO
               PERFORM CONTADOR-PROPOR
               IF CODIGO-PROPOSTO = 0 THEN
                   MOVE "NUMERACAO EM USO NOUTRO POSTO"
                   TO IMPORT-MOTIVO
                   MOVE "N" TO IMPORT-LINHA-OK
               ELSE
                   MOVE CODIGO-PROPOSTO TO IMPORT-LIVRO-COD
               END-IF
           ELSE
               MOVE IMPORT-COD-X TO IMPORT-TESTE
               PERFORM IMPORT-NUMERO-VALIDAR
               MOVE IMPORT-TEMA-COD TO LIVRO-TEMA-COD
               MOVE IMPORT-AUTOR-COD TO LIVRO-AUTOR-COD
               MOVE IMPORT-EXEMPLARES TO NUM-EXEMPLARES
               MOVE SPACES TO LIVRO-ISBN
               WRITE REGISTO-LIVROS
                   INVALID KEY
                       MOVE "ERRO NA GRAVACAO" TO IMPORT-MOTIVO
           ACCEPT OMITTED AT 1821.
           MOVE "N" TO REPETIR-MENU.

       CATALOGO-IMPORTAR.
           DISPLAY CLS.
           PERFORM BASE.
           DISPLAY "CATALOGO NACIONAL" FOREGROUND-COLOR 6 AT 0217.
           DISPLAY "A CARREGAR DE CATALOGO.CSV..." AT 0403 HIGHLIGHT.

           MOVE 0 TO IMPORT-ACEITES.
           MOVE 0 TO IMPORT-RECUSADOS.
           MOVE 0 TO CATALOGO-EXISTENTES.
           MOVE 0 TO CATALOGO-TEMAS-CRIADOS.
           MOVE 0 TO CATALOGO-AUTORES-CRIADOS.
           MOVE "N" TO CATALOGO-EOF.

           OPEN INPUT FIC-CATALOGO.
           OPEN OUTPUT FIC-REJEITADOS.

           PERFORM WITH TEST AFTER UNTIL CATALOGO-EOF = "S"
               READ FIC-CATALOGO
                   AT END
                       MOVE "S" TO CATALOGO-EOF
                   NOT AT END
                       IF LINHA-CATALOGO NOT = SPACES
                       AND LINHA-CATALOGO(1:5) NOT = "ISBN;" THEN
                           PERFORM CATALOGO-LINHA-TRATAR
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FIC-CATALOGO.
           CLOSE FIC-REJEITADOS.

           DISPLAY "TITULOS NOVOS.....:" AT 0603 HIGHLIGHT.
           DISPLAY IMPORT-ACEITES HIGHLIGHT AT 0623.
           DISPLAY "JA CATALOGADOS....:" AT 0703 HIGHLIGHT.
           DISPLAY CATALOGO-EXISTENTES HIGHLIGHT AT 0723.
           DISPLAY "LINHAS RECUSADAS..:" AT 0803 HIGHLIGHT.
           DISPLAY IMPORT-RECUSADOS HIGHLIGHT AT 0823.
           DISPLAY "TEMAS CRIADOS.....:" AT 1003 HIGHLIGHT.
           DISPLAY CATALOGO-TEMAS-CRIADOS HIGHLIGHT AT 1023.
           DISPLAY "AUTORES CRIADOS...:" AT 1103 HIGHLIGHT.
           DISPLAY CATALOGO-AUTORES-CRIADOS HIGHLIGHT AT 1123.
           DISPLAY "RECUSADOS EM REJEITADOS.TXT"
           FOREGROUND-COLOR 2 HIGHLIGHT AT 1303.

           DISPLAY "ENTER - CONTINUAR"
           HIGHLIGHT AT 1803.
           ACCEPT OMITTED AT 1821.
           MOVE "N" TO REPETIR-MENU.

       CATALOGO-LINHA-TRATAR.
           MOVE LINHA-CATALOGO TO LINHA-IMPORT.
           MOVE "S" TO IMPORT-LINHA-OK.
           MOVE "N" TO CATALOGO-EXISTE.
           MOVE SPACES TO IMPORT-MOTIVO.
           MOVE SPACES TO CATALOGO-ISBN-X.
           MOVE SPACES TO CATALOGO-TITULO-X.
           MOVE SPACES TO CATALOGO-AUTOR-X.
           MOVE SPACES TO CATALOGO-TEMA-X.
           MOVE SPACES TO CATALOGO-EXEMP-X.
           UNSTRING LINHA-CATALOGO DELIMITED BY ";"
               INTO CATALOGO-ISBN-X CATALOGO-TITULO-X
               CATALOGO-AUTOR-X CATALOGO-TEMA-X CATALOGO-EXEMP-X
           END-UNSTRING.

           MOVE CATALOGO-ISBN-X TO ISBN-ENTRADA.
           PERFORM ISBN-NORMALIZAR.
           PERFORM ISBN-VALIDAR.
           IF ISBN-OK = "N" THEN
               MOVE "ISBN INVALIDO" TO IMPORT-MOTIVO
               MOVE "N" TO IMPORT-LINHA-OK
           ELSE
               MOVE ISBN-NORMAL TO LIVRO-ISBN
               READ FIC-LIVROS KEY LIVRO-ISBN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO CATALOGO-EXISTE
                       ADD 1 TO CATALOGO-EXISTENTES
               END-READ
           END-IF.

           IF IMPORT-LINHA-OK = "S" AND CATALOGO-EXISTE = "N" THEN
               EVALUATE TRUE
                   WHEN CATALOGO-TITULO-X = SPACES
                       MOVE "TITULO EM FALTA" TO IMPORT-MOTIVO
                       MOVE "N" TO IMPORT-LINHA-OK
                   WHEN CATALOGO-AUTOR-X = SPACES
                       MOVE "AUTOR EM FALTA" TO IMPORT-MOTIVO
                       MOVE "N" TO IMPORT-LINHA-OK
                   WHEN CATALOGO-TEMA-X = SPACES
                       MOVE "TEMA EM FALTA" TO IMPORT-MOTIVO
                       MOVE "N" TO IMPORT-LINHA-OK
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           IF IMPORT-LINHA-OK = "S" AND CATALOGO-EXISTE = "N" THEN
               IF CATALOGO-EXEMP-X = SPACES THEN
                   MOVE 1 TO IMPORT-EXEMPLARES
               ELSE
                   MOVE CATALOGO-EXEMP-X TO IMPORT-TESTE
                   PERFORM IMPORT-NUMERO-VALIDAR
                   IF IMPORT-NUMERO-OK = "N" OR IMPORT-NUMERO = 0
                   OR IMPORT-NUMERO > 999 THEN
                       MOVE "N EXEMPLARES INVALIDO" TO IMPORT-MOTIVO
                       MOVE "N" TO IMPORT-LINHA-OK
                   ELSE
                       MOVE IMPORT-NUMERO TO IMPORT-EXEMPLARES
                   END-IF
               END-IF
           END-IF.

           IF IMPORT-LINHA-OK = "S" AND CATALOGO-EXISTE = "N" THEN
               PERFORM CATALOGO-TEMA-OBTER
               PERFORM CATALOGO-AUTOR-OBTER
               IF IMPORT-TEMA-COD = 0 OR IMPORT-AUTOR-COD = 0 THEN
                   MOVE "ERRO AO CRIAR TEMA/AUTOR" TO IMPORT-MOTIVO
                   MOVE "N" TO IMPORT-LINHA-OK
               END-IF
           END-IF.

           IF IMPORT-LINHA-OK = "S" AND CATALOGO-EXISTE = "N" THEN
               MOVE "LIVROS" TO CONTADOR-FICHEIRO
               PERFORM CONTADOR-PROPOR
               IF CODIGO-PROPOSTO = 0 THEN
                   MOVE "NUMERACAO EM USO NOUTRO POSTO"
                   TO IMPORT-MOTIVO
                   MOVE "N" TO IMPORT-LINHA-OK
               END-IF
           END-IF.

           IF IMPORT-LINHA-OK = "S" AND CATALOGO-EXISTE = "N" THEN
               MOVE CODIGO-PROPOSTO TO LIVRO-COD
               MOVE FUNCTION TRIM(CATALOGO-TITULO-X) TO TITULO
               MOVE IMPORT-TEMA-COD TO LIVRO-TEMA-COD
               MOVE IMPORT-AUTOR-COD TO LIVRO-AUTOR-COD
               MOVE IMPORT-EXEMPLARES TO NUM-EXEMPLARES
               MOVE ISBN-NORMAL TO LIVRO-ISBN
               WRITE REGISTO-LIVROS
                   INVALID KEY
                       MOVE "ERRO NA GRAVACAO" TO IMPORT-MOTIVO
                       PERFORM IMPORTAR-REJEITAR
                   NOT INVALID KEY
                       MOVE "LIVRO" TO HIST-FICHEIRO
                       MOVE LIVRO-COD TO HIST-COD
                       MOVE "IMPORTACAO" TO HIST-OPERACAO
                       MOVE SPACES TO HIST-CAMPO-ANTIGO
                       MOVE TITULO TO HIST-CAMPO-NOVO
                       PERFORM HISTORICO-REGISTAR
                       MOVE LIVRO-COD TO CODIGO-USADO
                       PERFORM CONTADOR-ATUALIZAR
                       ADD 1 TO IMPORT-ACEITES
               END-WRITE
           END-IF.

           IF IMPORT-LINHA-OK = "N" THEN
               PERFORM IMPORTAR-REJEITAR
           END-IF.

       CATALOGO-TEMA-OBTER.
           MOVE 0 TO IMPORT-TEMA-COD.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CATALOGO-TEMA-X))
           TO CATALOGO-NOME.
           MOVE "N" TO CATALOGO-ENCONTRADO.
           MOVE "N" TO CATALOGO-FIM.
           MOVE 0 TO TEMA-COD.
           START FIC-TEMAS KEY > TEMA-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL CATALOGO-FIM = "S"
                       READ FIC-TEMAS NEXT RECORD
                           AT END
                               MOVE "S" TO CATALOGO-FIM
                           NOT AT END
                               IF FUNCTION UPPER-CASE(TEMA) =
                               CATALOGO-NOME THEN
                                   MOVE "S" TO CATALOGO-ENCONTRADO
                                   MOVE "S" TO CATALOGO-FIM
                                   MOVE TEMA-COD TO IMPORT-TEMA-COD
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

           IF CATALOGO-ENCONTRADO = "N" THEN
               MOVE "TEMAS" TO CONTADOR-FICHEIRO
               PERFORM CONTADOR-PROPOR
           END-IF.

           IF CATALOGO-ENCONTRADO = "N" AND CODIGO-PROPOSTO > 0 THEN
               MOVE CODIGO-PROPOSTO TO TEMA-COD
               MOVE FUNCTION TRIM(CATALOGO-TEMA-X) TO TEMA
               MOVE 0 TO TEMA-PRAZO-DIAS
               WRITE REGISTO-TEMAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TEMA-COD TO IMPORT-TEMA-COD
                       ADD 1 TO CATALOGO-TEMAS-CRIADOS
                       MOVE "TEMA" TO HIST-FICHEIRO
                       MOVE TEMA-COD TO HIST-COD
                       MOVE "IMPORTACAO" TO HIST-OPERACAO
                       MOVE SPACES TO HIST-CAMPO-ANTIGO
                       MOVE TEMA TO HIST-CAMPO-NOVO
                       PERFORM HISTORICO-REGISTAR
                       MOVE TEMA-COD TO CODIGO-USADO
                       PERFORM CONTADOR-ATUALIZAR
               END-WRITE
           END-IF.

       CATALOGO-AUTOR-OBTER.
           MOVE 0 TO IMPORT-AUTOR-COD.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CATALOGO-AUTOR-X))
           TO CATALOGO-NOME.
           MOVE "N" TO CATALOGO-ENCONTRADO.
           MOVE "N" TO CATALOGO-FIM.
           MOVE 0 TO AUTOR-COD.
           START FIC-AUTORES KEY > AUTOR-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL CATALOGO-FIM = "S"
                       READ FIC-AUTORES NEXT RECORD
                           AT END
                               MOVE "S" TO CATALOGO-FIM
                           NOT AT END
                               IF FUNCTION UPPER-CASE(AUTOR) =
                               CATALOGO-NOME THEN
                                   MOVE "S" TO CATALOGO-ENCONTRADO
                                   MOVE "S" TO CATALOGO-FIM
                                   MOVE AUTOR-COD TO IMPORT-AUTOR-COD
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

           IF CATALOGO-ENCONTRADO = "N" THEN
               MOVE "AUTORES" TO CONTADOR-FICHEIRO
               PERFORM CONTADOR-PROPOR
           END-IF.

           IF CATALOGO-ENCONTRADO = "N" AND CODIGO-PROPOSTO > 0 THEN
               MOVE CODIGO-PROPOSTO TO AUTOR-COD
               MOVE FUNCTION TRIM(CATALOGO-AUTOR-X) TO AUTOR
               WRITE REGISTO-AUTORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AUTOR-COD TO IMPORT-AUTOR-COD
                       ADD 1 TO CATALOGO-AUTORES-CRIADOS
                       MOVE "AUTOR" TO HIST-FICHEIRO
                       MOVE AUTOR-COD TO HIST-COD
                       MOVE "IMPORTACAO" TO HIST-OPERACAO
                       MOVE SPACES TO HIST-CAMPO-ANTIGO
                       MOVE AUTOR TO HIST-CAMPO-NOVO
                       PERFORM HISTORICO-REGISTAR
                       MOVE AUTOR-COD TO CODIGO-USADO
                       PERFORM CONTADOR-ATUALIZAR
               END-WRITE
           END-IF.

       LOTE-EXECUTAR.
           MOVE "LOTE" TO OPERADOR-ATUAL.
           MOVE 0 TO LOTE-RETORNO.
           MOVE "N" TO LOTE-PARAR.
           MOVE "LOTE" TO LOTE-PASSO.
           MOVE "INICIO DA EXECUCAO NOTURNA" TO LOTE-MENSAGEM.
           PERFORM LOTE-REGISTAR.

           IF CONVERSAO-FEITA = "S" THEN
               MOVE SPACES TO LOTE-MENSAGEM
               STRING
               "FICHEIROS CONVERTIDOS - CLIENTES " DELIMITED BY SIZE
               CONVERTIDOS-CLIENTES DELIMITED BY SIZE
               " PAGAMENTOS " DELIMITED BY SIZE
               CONVERTIDOS-PAGAMENTOS DELIMITED BY SIZE
               " LIVROS " DELIMITED BY SIZE
               CONVERTIDOS-LIVROS DELIMITED BY SIZE
               INTO LOTE-MENSAGEM
               END-STRING
               PERFORM LOTE-REGISTAR
           END-IF.
           IF CONVERSAO-ERRO = "S" THEN
               MOVE "ERRO NA CONVERSAO DE FICHEIROS - EXECUCAO PARADA"
               TO LOTE-MENSAGEM
               PERFORM LOTE-REGISTAR
               MOVE 12 TO LOTE-RETORNO
               MOVE "S" TO LOTE-PARAR
           END-IF.

           PERFORM SESSOES-OUTRAS-CONTAR.
           IF SESSOES-OUTRAS > 0 THEN
               MOVE SPACES TO LOTE-MENSAGEM
               STRING
               "FALHOU - POSTOS ATIVOS: " DELIMITED BY SIZE
               SESSOES-OUTRAS DELIMITED BY SIZE
               " - EXECUCAO RECUSADA" DELIMITED BY SIZE
               INTO LOTE-MENSAGEM
               END-STRING
               PERFORM LOTE-REGISTAR
               MOVE 12 TO LOTE-RETORNO
               MOVE "S" TO LOTE-PARAR
           ELSE
               PERFORM SESSAO-REGISTAR
           END-IF.

           PERFORM LOTE-CONTROLO-VERIFICAR.

           IF LOTE-PARAR = "N" THEN
               PERFORM LOTE-RESERVAS
           END-IF.
           IF LOTE-PARAR = "N" THEN
               PERFORM LOTE-AVISOS
           END-IF.
           IF LOTE-PARAR = "N" THEN
               PERFORM LOTE-QUOTAS
           END-IF.
           IF LOTE-PARAR = "N" THEN
               PERFORM LOTE-INTEGRIDADE
           END-IF.
           IF LOTE-PARAR = "N" THEN
               PERFORM LOTE-ATRASOS
           END-IF.
           IF LOTE-PARAR = "N" THEN
               MOVE DATA-SIST-AAAAMMDD TO LOTE-CTL-DATA
               MOVE "FIM" TO LOTE-CTL-PASSO
               MOVE "CONCLUIDA" TO LOTE-CTL-ESTADO
               PERFORM LOTE-CONTROLO-MARCAR
           END-IF.

           MOVE "LOTE" TO LOTE-PASSO.
           MOVE SPACES TO LOTE-MENSAGEM.
           STRING
           "FIM DA EXECUCAO - CODIGO DE RETORNO " DELIMITED BY SIZE
           LOTE-RETORNO DELIMITED BY SIZE
           INTO LOTE-MENSAGEM
           END-STRING.
           PERFORM LOTE-REGISTAR.
           PERFORM SESSAO-TERMINAR.

       LOTE-RESERVAS.
           MOVE "RESERVAS" TO LOTE-PASSO.
           IF LOTE-RESERVAS-OK = "S" THEN
               PERFORM LOTE-PASSO-SALTAR
           ELSE
               PERFORM LOTE-PASSO-INICIAR
               PERFORM RESERVAS-CADUCAR
               MOVE SPACES TO LOTE-RESULTADO
               STRING
               "RESERVAS CADUCADAS: " DELIMITED BY SIZE
               RESERVAS-CADUCADAS DELIMITED BY SIZE
               INTO LOTE-RESULTADO
               END-STRING
               PERFORM LOTE-PASSO-TERMINAR
           END-IF.

       LOTE-AVISOS.
           MOVE "AVISOS" TO LOTE-PASSO.
           IF LOTE-AVISOS-OK = "S" THEN
               PERFORM LOTE-PASSO-SALTAR
           ELSE
               PERFORM LOTE-PASSO-INICIAR
               OPEN OUTPUT FIC-AVISOS
               IF FS = "00" THEN
                   CLOSE FIC-AVISOS
                   PERFORM ALUGUERES-AVISOS-PROCESSAR
                   MOVE SPACES TO LOTE-RESULTADO
                   STRING
                   "AVISOS GERADOS: " DELIMITED BY SIZE
                   AVISOS-GERADOS DELIMITED BY SIZE
                   " (AVISOS.TXT)" DELIMITED BY SIZE
                   INTO LOTE-RESULTADO
                   END-STRING
               ELSE
                   MOVE "N" TO LOTE-PASSO-OK
                   MOVE SPACES TO LOTE-RESULTADO
                   STRING
                   "ERRO AO ABRIR AVISOS.TXT - ESTADO "
                   DELIMITED BY SIZE
                   FS DELIMITED BY SIZE
                   INTO LOTE-RESULTADO
                   END-STRING
               END-IF
               PERFORM LOTE-PASSO-TERMINAR
           END-IF.

       LOTE-QUOTAS.
           MOVE "QUOTAS" TO LOTE-PASSO.
           IF LOTE-QUOTAS-OK = "S" THEN
               PERFORM LOTE-PASSO-SALTAR
           ELSE
               PERFORM LOTE-PASSO-INICIAR
               OPEN OUTPUT FIC-QUOTAS
               IF FS = "00" THEN
                   CLOSE FIC-QUOTAS
                   PERFORM CLIENTES-QUOTAS-PROCESSAR
                   MOVE SPACES TO LOTE-RESULTADO
                   STRING
                   "QUOTAS GERADAS: " DELIMITED BY SIZE
                   QUOTAS-GERADAS DELIMITED BY SIZE
                   " ISENTAS: " DELIMITED BY SIZE
                   QUOTAS-ISENTAS DELIMITED BY SIZE
                   " (QUOTAS.TXT)" DELIMITED BY SIZE
                   INTO LOTE-RESULTADO
                   END-STRING
               ELSE
                   MOVE "N" TO LOTE-PASSO-OK
                   MOVE SPACES TO LOTE-RESULTADO
                   STRING
                   "ERRO AO ABRIR QUOTAS.TXT - ESTADO "
                   DELIMITED BY SIZE
                   FS DELIMITED BY SIZE
                   INTO LOTE-RESULTADO
                   END-STRING
               END-IF
               PERFORM LOTE-PASSO-TERMINAR
           END-IF.

       LOTE-INTEGRIDADE.
           MOVE "INTEGRIDADE" TO LOTE-PASSO.
           IF LOTE-INTEGRIDADE-OK = "S" THEN
               PERFORM LOTE-PASSO-SALTAR
           ELSE
               PERFORM LOTE-PASSO-INICIAR
               OPEN OUTPUT FIC-ANOMALIAS
               IF FS = "00" THEN
                   CLOSE FIC-ANOMALIAS
                   PERFORM INTEGRIDADE-PROCESSAR
                   MOVE SPACES TO LOTE-RESULTADO
                   STRING
                   "ANOMALIAS ALUGUERES: " DELIMITED BY SIZE
                   ANOMALIAS-ALUGUERES DELIMITED BY SIZE
                   " LIVROS: " DELIMITED BY SIZE
                   ANOMALIAS-LIVROS DELIMITED BY SIZE
                   " (ANOMALIAS.TXT)" DELIMITED BY SIZE
                   INTO LOTE-RESULTADO
                   END-STRING
                   IF ANOMALIAS-TOTAL > 0
                   OR TABELA-TOPO-CHEIA = "S" THEN
                       IF LOTE-RETORNO < 4 THEN
                           MOVE 4 TO LOTE-RETORNO
                       END-IF
                   END-IF
               ELSE
                   MOVE "N" TO LOTE-PASSO-OK
                   MOVE SPACES TO LOTE-RESULTADO
                   STRING
                   "ERRO AO ABRIR ANOMALIAS.TXT - ESTADO "
                   DELIMITED BY SIZE
                   FS DELIMITED BY SIZE
                   INTO LOTE-RESULTADO
                   END-STRING
               END-IF
               PERFORM LOTE-PASSO-TERMINAR
           END-IF.

       LOTE-ATRASOS.
           MOVE "ATRASOS" TO LOTE-PASSO.
           IF LOTE-ATRASOS-OK = "S" THEN
               PERFORM LOTE-PASSO-SALTAR
           ELSE
               PERFORM LOTE-PASSO-INICIAR
               OPEN OUTPUT FIC-RELATORIO
               IF FS = "00" THEN
                   CLOSE FIC-RELATORIO
                   PERFORM ATRASOS-LISTAGEM-FICHEIRO
                   MOVE SPACES TO LOTE-RESULTADO
                   STRING
                   "ATRASOS LISTADOS: " DELIMITED BY SIZE
                   RELATORIO-REGISTOS DELIMITED BY SIZE
                   " (RELATORIO.TXT)" DELIMITED BY SIZE
                   INTO LOTE-RESULTADO
                   END-STRING
               ELSE
                   MOVE "N" TO LOTE-PASSO-OK
                   MOVE SPACES TO LOTE-RESULTADO
                   STRING
                   "ERRO AO ABRIR RELATORIO.TXT - ESTADO "
                   DELIMITED BY SIZE
                   FS DELIMITED BY SIZE
                   INTO LOTE-RESULTADO
                   END-STRING
               END-IF
               PERFORM LOTE-PASSO-TERMINAR
           END-IF.

       LOTE-PASSO-INICIAR.
           MOVE "S" TO LOTE-PASSO-OK.
           MOVE "INICIO" TO LOTE-MENSAGEM.
           PERFORM LOTE-REGISTAR.

       LOTE-PASSO-SALTAR.
           MOVE "JA CONCLUIDO - A SALTAR" TO LOTE-MENSAGEM.
           PERFORM LOTE-REGISTAR.

       LOTE-PASSO-TERMINAR.
           MOVE SPACES TO LOTE-MENSAGEM.
           IF LOTE-PASSO-OK = "S" THEN
               STRING
               "FIM - " DELIMITED BY SIZE
               LOTE-RESULTADO DELIMITED BY SIZE
               INTO LOTE-MENSAGEM
               END-STRING
               PERFORM LOTE-REGISTAR
               MOVE DATA-SIST-AAAAMMDD TO LOTE-CTL-DATA
               MOVE LOTE-PASSO TO LOTE-CTL-PASSO
               MOVE "CONCLUIDA" TO LOTE-CTL-ESTADO
               PERFORM LOTE-CONTROLO-MARCAR
           ELSE
               STRING
               "FALHOU - " DELIMITED BY SIZE
               LOTE-RESULTADO DELIMITED BY SIZE
               INTO LOTE-MENSAGEM
               END-STRING
               PERFORM LOTE-REGISTAR
               MOVE 12 TO LOTE-RETORNO
               MOVE "S" TO LOTE-PARAR
           END-IF.

       LOTE-REGISTAR.
           ACCEPT LOTE-HORA FROM TIME.
           MOVE SPACES TO LINHA-LOTE.
           STRING
           DATA-ACTUAL DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           LOTE-HORA(1:2) DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           LOTE-HORA(3:2) DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           LOTE-HORA(5:2) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           LOTE-PASSO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           LOTE-MENSAGEM DELIMITED BY SIZE
           INTO LINHA-LOTE
           END-STRING.
           OPEN EXTEND FIC-LOTE.
           WRITE REGISTO-LOTE.
           CLOSE FIC-LOTE.

       LOTE-CONTROLO-VERIFICAR.
           MOVE "N" TO LOTE-RESERVAS-OK.
           MOVE "N" TO LOTE-AVISOS-OK.
           MOVE "N" TO LOTE-QUOTAS-OK.
           MOVE "N" TO LOTE-INTEGRIDADE-OK.
           MOVE "N" TO LOTE-ATRASOS-OK.
           MOVE SPACES TO LOTE-CTL-ULTIMO.
           MOVE 0 TO LOTE-CTL-ULTIMA-DATA.
           MOVE "N" TO LOTE-CTL-EOF.
           OPEN INPUT FIC-LOTE-CONTROLO.
           PERFORM WITH TEST AFTER UNTIL LOTE-CTL-EOF = "S"
               READ FIC-LOTE-CONTROLO
                   AT END
                       MOVE "S" TO LOTE-CTL-EOF
                   NOT AT END
                       MOVE LOTE-CTL-PASSO TO LOTE-CTL-ULTIMO
                       MOVE LOTE-CTL-DATA TO LOTE-CTL-ULTIMA-DATA
                       EVALUATE LOTE-CTL-PASSO
                           WHEN "RESERVAS"
                               MOVE "S" TO LOTE-RESERVAS-OK
                           WHEN "AVISOS"
                               MOVE "S" TO LOTE-AVISOS-OK
                           WHEN "QUOTAS"
                               MOVE "S" TO LOTE-QUOTAS-OK
                           WHEN "INTEGRIDADE"
                               MOVE "S" TO LOTE-INTEGRIDADE-OK
                           WHEN "ATRASOS"
                               MOVE "S" TO LOTE-ATRASOS-OK
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE FIC-LOTE-CONTROLO.
           EVALUATE TRUE
               WHEN LOTE-CTL-ULTIMO = SPACES
                   OPEN OUTPUT FIC-LOTE-CONTROLO
                   CLOSE FIC-LOTE-CONTROLO
               WHEN LOTE-CTL-ULTIMO = "FIM"
               AND LOTE-CTL-ULTIMA-DATA NOT = DATA-SIST-AAAAMMDD
                   MOVE "N" TO LOTE-RESERVAS-OK
                   MOVE "N" TO LOTE-AVISOS-OK
                   MOVE "N" TO LOTE-QUOTAS-OK
                   MOVE "N" TO LOTE-INTEGRIDADE-OK
                   MOVE "N" TO LOTE-ATRASOS-OK
                   OPEN OUTPUT FIC-LOTE-CONTROLO
                   CLOSE FIC-LOTE-CONTROLO
               WHEN LOTE-CTL-ULTIMO = "FIM"
                   MOVE "LOTE" TO LOTE-PASSO
                   MOVE "EXECUCAO DE HOJE JA CONCLUIDA" TO LOTE-MENSAGEM
                   PERFORM LOTE-REGISTAR
               WHEN OTHER
                   MOVE "LOTE" TO LOTE-PASSO
                   MOVE SPACES TO LOTE-MENSAGEM
                   STRING
                   "A RETOMAR A EXECUCAO INTERROMPIDA DE "
                   DELIMITED BY SIZE
                   LOTE-CTL-ULTIMA-DATA(7:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   LOTE-CTL-ULTIMA-DATA(5:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   LOTE-CTL-ULTIMA-DATA(1:4) DELIMITED BY SIZE
                   INTO LOTE-MENSAGEM
                   END-STRING
                   PERFORM LOTE-REGISTAR
           END-EVALUATE.

       LOTE-CONTROLO-MARCAR.
           OPEN EXTEND FIC-LOTE-CONTROLO.
           WRITE REGISTO-LOTE-CONTROLO.
           CLOSE FIC-LOTE-CONTROLO.

       END PROGRAM TAREFA_FINAL.
