      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "lista11exe1_remessaBanco".
       author. "Daiana Weiss".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Remessa de boletos ao banco: pede a competencia (AAAAMM) e
      *>   grava o remessaBanco.txt no leiaute CNAB 240 de cobranca
      *>   (header de arquivo, header de lote, segmentos P, Q e R por
      *>   boleto, trailer de lote e trailer de arquivo, 240 posicoes por
      *>   linha) com todas as cobrancas em aberto do arqMensalidades.dat
      *>   naquela competencia, para o banco emitir os boletos. O "seu
      *>   numero" de cada boleto eh o codigo do aluno + a competencia
      *>   (a chave da cobranca), que o banco devolve no retorno e a
      *>   baixa automatica (lista11exe1_retornoBanco) usa para achar a
      *>   cobranca. O boleto leva a mesma multa de 2% e os juros de 1%
      *>   ao mes da tela de pagamentos. O pagador eh o responsavel do
      *>   registro da familia (arqFamVinculo.txt + arqFamilias.dat) ou,
      *>   sem vinculo, o do proprio cadastro. Cobranca de aluno que ja
      *>   saiu do cadastro nao vai para a remessa (sem pagador), so eh
      *>   contada; cobranca renegociada num acordo de parcelamento
      *>   (arqAcordoItens.dat) tambem fica de fora.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqCad assign to "arqCad.dat" *> cadastro de alunos (somente leitura)
           organization is indexed
           access mode is dynamic
           record key is fd-cod
           lock mode is automatic
           file status is ws-fs-arqCad.

           select arqMensalidades assign to "arqMensalidades.dat" *> cobrancas por aluno/competencia (somente leitura)
           organization is indexed
           access mode is dynamic
           record key is men-chave
           lock mode is automatic
           file status is ws-fs-arqMens.

           select arqFamilias assign to "arqFamilias.dat" *> dados da familia (somente leitura)
           organization is indexed
           access mode is dynamic
           record key is fam-cod
           lock mode is automatic
           file status is ws-fs-arqFamilias.

           select arqFamVinculo assign to "arqFamVinculo.txt" *> vinculo aluno-familia (somente leitura)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqFamVinculo.

           select arqAcordoItens assign to "arqAcordoItens.dat" *> cobrancas renegociadas em acordo (somente leitura)
           organization is indexed
           access mode is dynamic
           record key is ait-chave
           lock mode is automatic
           file status is ws-fs-arqAcordoItens.

           select remessa assign to "remessaBanco.txt" *> arquivo de remessa CNAB 240 gerado
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-remessa.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqCad.
           copy "cadreg.cpy".

       fd arqMensalidades.
           copy "mensreg.cpy".

       fd arqFamilias.
           copy "famreg.cpy".

       fd arqFamVinculo.
           copy "favreg.cpy".

       fd arqAcordoItens.
           copy "acoitreg.cpy".

       fd remessa.
       01 rem-linha                                pic X(240).

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-fs-arqCad                             pic  9(02).
       77 ws-fs-arqMens                            pic  9(02).
       77 ws-fs-arqFamilias                        pic  9(02).
       77 ws-fs-arqFamVinculo                      pic  9(02).
       77 ws-fs-remessa                            pic  9(02).
       77 ws-fs-arqAcordoItens                     pic  9(02).

      *>   arqAcordoItens.dat ainda nao existir = nenhum acordo gravado
       77 ws-itens-abertos                         pic  x(01) value "N".
          88  ws-tem-arq-itens                     value "S".

       77 ws-renegociada                           pic  x(01) value "N".
          88  ws-cobranca-renegociada              value "S".

      *>----Dados do convenio de cobranca da escola com o banco - os
      *>   mesmos do contrato de cobranca registrada; o retorno confere
      *>   o codigo do banco
       77 ws-bco-codigo                            pic  9(003) value 001.
       77 ws-bco-nome                              pic  x(030) value "BANCO CONVENIADO".
       77 ws-emp-cnpj                              pic  9(014) value zeros.
       77 ws-emp-convenio                          pic  x(020) value spaces.
       77 ws-emp-agencia                           pic  9(005) value zeros.
       77 ws-emp-agencia-dv                        pic  x(001) value "0".
       77 ws-emp-conta                             pic  9(012) value zeros.
       77 ws-emp-conta-dv                          pic  x(001) value "0".
       77 ws-emp-nome                              pic  x(030) value "ESCOLA".

      *>----Encargos do boleto - os mesmos da tela de pagamentos
       77 ws-pct-juros-mes                         pic  9(013)v99 value 1,00.
       77 ws-pct-multa                             pic  9(013)v99 value 2,00.

       01 ws-competencia                           pic  9(006) value zeros.
       01 ws-competencia-val redefines ws-competencia.
           05 ws-cp-ano                            pic 9(004).
               88 ws-cp-ano-valido                  value 1900 thru 2100.
           05 ws-cp-mes                            pic 9(002).
               88 ws-cp-mes-valido                  value 1 thru 12.

      *>----Vinculo aluno-familia em memoria (indice = codigo do aluno,
      *>   zero = sem vinculo), como no relInadimplentes
       01 ws-tab-vinculo.
           05 ws-vinculo-fam                       pic 9(004) occurs 9999 times.

       77 ws-ind-vinc                              pic  9(005) value zeros.

       77 ws-fam-aberta                            pic  x(01) value "N".
          88  ws-tem-arq-familias                  value "S".
          88  ws-sem-arq-familias                  value "N".

       77 ws-fam-do-aluno                          pic  9(004) value zeros.

      *>----Pagador do boleto corrente
       77 ws-pagador-nome                          pic  x(040) value spaces.
       77 ws-pagador-endereco                      pic  x(100) value spaces.

      *>----Conversao de datas AAAAMMDD (arquivos da escola) para
      *>   DDMMAAAA (leiaute do banco)
       01 ws-data-aaaammdd                         pic  9(008) value zeros.
       01 ws-data-aaaammdd-val redefines ws-data-aaaammdd.
           05 ws-da-ano                            pic 9(004).
           05 ws-da-mes                            pic 9(002).
           05 ws-da-dia                            pic 9(002).

       01 ws-data-ddmmaaaa.
           05 ws-dd-dia                            pic 9(002).
           05 ws-dd-mes                            pic 9(002).
           05 ws-dd-ano                            pic 9(004).

       01 ws-data-hoje                             pic  9(008) value zeros.
       01 ws-hora-agora                            pic  9(008) value zeros.
       01 ws-hora-agora-val redefines ws-hora-agora.
           05 ws-ha-hhmmss                         pic 9(006).
           05 ws-ha-cc                             pic 9(002).

      *>----Contadores da remessa
       77 ws-seq-lote                              pic  9(005) value zeros.
       77 ws-qtd-boletos                           pic  9(006) value zeros.
       77 ws-qtd-reg-lote                          pic  9(006) value zeros.
       77 ws-qtd-reg-arquivo                       pic  9(006) value zeros.
       77 ws-valor-total                           pic  9(015)v99 value zeros.
       77 ws-qtd-fora-cadastro                     pic  9(004) value zeros.
       77 ws-qtd-ja-pagas                          pic  9(004) value zeros.
       77 ws-qtd-renegociadas                      pic  9(004) value zeros.

       77 ws-valor-total-edit                      pic  z.zzz.zz9,99.

      *>----Registro 0 - header de arquivo
       01 ws-reg-header-arq.
           05 ws-ha-banco                          pic 9(003).
           05 filler                               pic x(004) value "0000".
           05 filler                               pic x(001) value "0".
           05 filler                               pic x(009) value spaces.
           05 filler                               pic x(001) value "2".
           05 ws-ha-cnpj                           pic 9(014).
           05 ws-ha-convenio                       pic x(020).
           05 ws-ha-agencia                        pic 9(005).
           05 ws-ha-agencia-dv                     pic x(001).
           05 ws-ha-conta                          pic 9(012).
           05 ws-ha-conta-dv                       pic x(001).
           05 filler                               pic x(001) value spaces.
           05 ws-ha-empresa                        pic x(030).
           05 ws-ha-nome-banco                     pic x(030).
           05 filler                               pic x(010) value spaces.
           05 filler                               pic x(001) value "1".
           05 ws-ha-data                           pic x(008).
           05 ws-ha-hora                           pic 9(006).
           05 ws-ha-nsa                            pic 9(006).
           05 filler                               pic x(003) value "103".
           05 filler                               pic x(005) value "00000".
           05 filler                               pic x(069) value spaces.

      *>----Registro 1 - header de lote (cobranca, remessa)
       01 ws-reg-header-lote.
           05 ws-hl-banco                          pic 9(003).
           05 filler                               pic x(004) value "0001".
           05 filler                               pic x(001) value "1".
           05 filler                               pic x(001) value "R".
           05 filler                               pic x(002) value "01".
           05 filler                               pic x(002) value spaces.
           05 filler                               pic x(003) value "060".
           05 filler                               pic x(001) value spaces.
           05 filler                               pic x(001) value "2".
           05 ws-hl-cnpj                           pic 9(015).
           05 ws-hl-convenio                       pic x(020).
           05 ws-hl-agencia                        pic 9(005).
           05 ws-hl-agencia-dv                     pic x(001).
           05 ws-hl-conta                          pic 9(012).
           05 ws-hl-conta-dv                       pic x(001).
           05 filler                               pic x(001) value spaces.
           05 ws-hl-empresa                        pic x(030).
           05 ws-hl-mensagem-1                     pic x(040).
           05 filler                               pic x(040) value spaces.
           05 ws-hl-num-remessa                    pic 9(008).
           05 ws-hl-data                           pic x(008).
           05 filler                               pic x(008) value "00000000".
           05 filler                               pic x(033) value spaces.

      *>----Registro 3 segmento P - dados do boleto
       01 ws-reg-seg-p.
           05 ws-sp-banco                          pic 9(003).
           05 filler                               pic x(004) value "0001".
           05 filler                               pic x(001) value "3".
           05 ws-sp-seq                            pic 9(005).
           05 filler                               pic x(001) value "P".
           05 filler                               pic x(001) value spaces.
           05 filler                               pic x(002) value "01".
           05 ws-sp-agencia                        pic 9(005).
           05 ws-sp-agencia-dv                     pic x(001).
           05 ws-sp-conta                          pic 9(012).
           05 ws-sp-conta-dv                       pic x(001).
           05 filler                               pic x(001) value spaces.
           05 ws-sp-nosso-numero                   pic x(020).
           05 filler                               pic x(001) value "1".
           05 filler                               pic x(001) value "1".
           05 filler                               pic x(001) value "1".
           05 filler                               pic x(001) value "2".
           05 filler                               pic x(001) value "2".
           05 ws-sp-seu-numero.
               10 ws-sp-sn-cod                     pic 9(004).
               10 ws-sp-sn-competencia             pic 9(006).
               10 filler                           pic x(005) value spaces.
           05 ws-sp-vencimento                     pic x(008).
           05 ws-sp-valor                          pic 9(013)v99.
           05 filler                               pic x(005) value "00000".
           05 filler                               pic x(001) value "0".
           05 filler                               pic x(002) value "04".
           05 filler                               pic x(001) value "N".
           05 ws-sp-emissao                        pic x(008).
           05 filler                               pic x(001) value "2".
           05 ws-sp-data-juros                     pic x(008).
           05 ws-sp-juros                          pic 9(013)v99.
           05 filler                               pic x(001) value "0".
           05 filler                               pic x(008) value "00000000".
           05 filler                               pic 9(015) value zeros.
           05 filler                               pic 9(015) value zeros.
           05 filler                               pic 9(015) value zeros.
           05 ws-sp-uso-empresa                    pic x(025).
           05 filler                               pic x(001) value "3".
           05 filler                               pic x(002) value "00".
           05 filler                               pic x(001) value "2".
           05 filler                               pic x(003) value "000".
           05 filler                               pic x(002) value "09".
           05 filler                               pic x(010) value "0000000000".
           05 filler                               pic x(001) value spaces.

      *>----Registro 3 segmento Q - dados do pagador
       01 ws-reg-seg-q.
           05 ws-sq-banco                          pic 9(003).
           05 filler                               pic x(004) value "0001".
           05 filler                               pic x(001) value "3".
           05 ws-sq-seq                            pic 9(005).
           05 filler                               pic x(001) value "Q".
           05 filler                               pic x(001) value spaces.
           05 filler                               pic x(002) value "01".
      *>       o cadastro nao guarda CPF do responsavel: inscricao "0"
           05 filler                               pic x(001) value "0".
           05 filler                               pic 9(015) value zeros.
           05 ws-sq-nome                           pic x(040).
           05 ws-sq-endereco                       pic x(040).
           05 filler                               pic x(015) value spaces.
           05 filler                               pic 9(005) value zeros.
           05 filler                               pic 9(003) value zeros.
           05 filler                               pic x(015) value spaces.
           05 filler                               pic x(002) value spaces.
           05 filler                               pic x(001) value "0".
           05 filler                               pic 9(015) value zeros.
           05 filler                               pic x(040) value spaces.
           05 filler                               pic x(003) value "000".
           05 filler                               pic x(020) value spaces.
           05 filler                               pic x(008) value spaces.

      *>----Registro 3 segmento R - multa
       01 ws-reg-seg-r.
           05 ws-sr-banco                          pic 9(003).
           05 filler                               pic x(004) value "0001".
           05 filler                               pic x(001) value "3".
           05 ws-sr-seq                            pic 9(005).
           05 filler                               pic x(001) value "R".
           05 filler                               pic x(001) value spaces.
           05 filler                               pic x(002) value "01".
           05 filler                               pic x(001) value "0".
           05 filler                               pic x(008) value "00000000".
           05 filler                               pic 9(015) value zeros.
           05 filler                               pic x(001) value "0".
           05 filler                               pic x(008) value "00000000".
           05 filler                               pic 9(015) value zeros.
           05 filler                               pic x(001) value "2".
           05 ws-sr-data-multa                     pic x(008).
           05 ws-sr-multa                          pic 9(013)v99.
           05 filler                               pic x(010) value spaces.
           05 ws-sr-mensagem-3                     pic x(040).
           05 filler                               pic x(040) value spaces.
           05 filler                               pic x(020) value spaces.
           05 filler                               pic x(008) value "00000000".
           05 filler                               pic x(033) value spaces.

      *>----Registro 5 - trailer de lote
       01 ws-reg-trailer-lote.
           05 ws-tl-banco                          pic 9(003).
           05 filler                               pic x(004) value "0001".
           05 filler                               pic x(001) value "5".
           05 filler                               pic x(009) value spaces.
           05 ws-tl-qtd-registros                  pic 9(006).
           05 ws-tl-qtd-titulos                    pic 9(006).
           05 ws-tl-valor-titulos                  pic 9(015)v99.
           05 filler                               pic x(069) value all "0".
           05 filler                               pic x(008) value spaces.
           05 filler                               pic x(117) value spaces.

      *>----Registro 9 - trailer de arquivo
       01 ws-reg-trailer-arq.
           05 ws-ta-banco                          pic 9(003).
           05 filler                               pic x(004) value "9999".
           05 filler                               pic x(001) value "9".
           05 filler                               pic x(009) value spaces.
           05 filler                               pic 9(006) value 1.
           05 ws-ta-qtd-registros                  pic 9(006).
           05 filler                               pic 9(006) value zeros.
           05 filler                               pic x(205) value spaces.

       77 ws-msn-erro-ofsset                       pic 9(02).
       77 ws-msn-erro-cod                          pic 9(02).
       77 ws-msn-erro-text                         pic X(42).

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização - pede a competencia e carrega os
      *>  vinculos aluno-familia.
      *>------------------------------------------------------------------------
       inicializa section.

           perform until ws-cp-ano-valido and ws-cp-mes-valido
               display "Informe a competencia da remessa (AAAAMM): "
                   with no advancing
               accept ws-competencia
           end-perform

           accept ws-data-hoje  from date yyyymmdd
           accept ws-hora-agora from time

           perform carrega-vinculos
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - grava os headers, um boleto (P, Q e R)
      *>  por cobranca em aberto da competencia e os trailers.
      *>------------------------------------------------------------------------
       processamento section.

           open input arqMensalidades

           if ws-fs-arqMens <> 00 then
               move 1                                     to ws-msn-erro-ofsset
               move ws-fs-arqMens                         to ws-msn-erro-cod
               move "Erro ao abrir arqMensalidades.dat."  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqCad

           if ws-fs-arqCad <> 00 then
               move 2                               to ws-msn-erro-ofsset
               move ws-fs-arqCad                    to ws-msn-erro-cod
               move "Erro ao abrir arqCad.dat."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   arqFamilias.dat ainda nao existe (status 35): o pagador sai da
      *>   copia do proprio cadastro, nao eh erro
           move "N" to ws-fam-aberta
           open input arqFamilias

           if ws-fs-arqFamilias = 00 then
               move "S" to ws-fam-aberta
           else
               if ws-fs-arqFamilias <> 35 then
                   move 3                                 to ws-msn-erro-ofsset
                   move ws-fs-arqFamilias                 to ws-msn-erro-cod
                   move "Erro ao abrir arqFamilias.dat."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "N" to ws-itens-abertos
           open input arqAcordoItens

           if ws-fs-arqAcordoItens = 00 then
               move "S" to ws-itens-abertos
           else
               if ws-fs-arqAcordoItens <> 35 then
                   move 12                                   to ws-msn-erro-ofsset
                   move ws-fs-arqAcordoItens                 to ws-msn-erro-cod
                   move "Erro ao abrir arqAcordoItens.dat."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output remessa

           if ws-fs-remessa <> 00 then
               move 4                                 to ws-msn-erro-ofsset
               move ws-fs-remessa                     to ws-msn-erro-cod
               move "Erro ao abrir remessaBanco.txt." to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform grava-headers

      *>   posicionando na primeira cobranca; a chave comeca pelo aluno,
      *>   entao a competencia eh filtrada na leitura
           perform until ws-fs-arqMens = 10
               read arqMensalidades next

               if ws-fs-arqMens <> 00 and ws-fs-arqMens <> 10 then
                   move 5                                     to ws-msn-erro-ofsset
                   move ws-fs-arqMens                         to ws-msn-erro-cod
                   move "Erro ao ler arqMensalidades.dat."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqMens = 00
                 and men-competencia = ws-competencia then
                   if men-em-aberto then
                       perform verifica-renegociada

                       if ws-cobranca-renegociada then
                           add 1 to ws-qtd-renegociadas
                       else
                           perform grava-boleto
                       end-if
                   else
                       add 1 to ws-qtd-ja-pagas
                   end-if
               end-if
           end-perform

           perform grava-trailers

           close arqMensalidades
           close arqCad
           close remessa

           if ws-tem-arq-familias then
               close arqFamilias
           end-if

           if ws-tem-arq-itens then
               close arqAcordoItens
           end-if

           if ws-fs-arqMens <> 00 or ws-fs-arqCad <> 00
             or ws-fs-remessa <> 00 then
               move 6                               to ws-msn-erro-ofsset
               move ws-fs-remessa                   to ws-msn-erro-cod
               move "Erro ao fechar os arquivos."   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-valor-total to ws-valor-total-edit

           display "Remessa da competencia " ws-competencia " gerada em remessaBanco.txt."
           display "Boletos na remessa ........ " ws-qtd-boletos
           display "Valor total ............... " ws-valor-total-edit
           display "Ja pagas (fora da remessa)  " ws-qtd-ja-pagas
           display "Aluno fora do cadastro .... " ws-qtd-fora-cadastro
           display "Renegociadas em acordo .... " ws-qtd-renegociadas
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o header de arquivo e o header do lote unico de cobranca.
      *>  O numero da remessa eh a propria competencia (AAAAMM): a remessa
      *>  refeita para a mesma competencia sai com o mesmo numero.
      *>------------------------------------------------------------------------
       grava-headers section.

           move ws-data-hoje to ws-data-aaaammdd
           perform converte-data

           move ws-bco-codigo      to ws-ha-banco
           move ws-emp-cnpj        to ws-ha-cnpj
           move ws-emp-convenio    to ws-ha-convenio
           move ws-emp-agencia     to ws-ha-agencia
           move ws-emp-agencia-dv  to ws-ha-agencia-dv
           move ws-emp-conta       to ws-ha-conta
           move ws-emp-conta-dv    to ws-ha-conta-dv
           move ws-emp-nome        to ws-ha-empresa
           move ws-bco-nome        to ws-ha-nome-banco
           move ws-data-ddmmaaaa   to ws-ha-data
           move ws-ha-hhmmss       to ws-ha-hora
           move ws-competencia     to ws-ha-nsa

           move ws-reg-header-arq to rem-linha
           perform grava-linha-remessa

           move ws-bco-codigo      to ws-hl-banco
           move ws-emp-cnpj        to ws-hl-cnpj
           move ws-emp-convenio    to ws-hl-convenio
           move ws-emp-agencia     to ws-hl-agencia
           move ws-emp-agencia-dv  to ws-hl-agencia-dv
           move ws-emp-conta       to ws-hl-conta
           move ws-emp-conta-dv    to ws-hl-conta-dv
           move ws-emp-nome        to ws-hl-empresa
           move spaces             to ws-hl-mensagem-1
           string "MENSALIDADE ESCOLAR - COMPETENCIA " delimited by size
                  ws-competencia                       delimited by size
               into ws-hl-mensagem-1
           end-string
           move ws-competencia     to ws-hl-num-remessa
           move ws-data-ddmmaaaa   to ws-hl-data

           move ws-reg-header-lote to rem-linha
           perform grava-linha-remessa

           move zeros to ws-seq-lote
           move 1     to ws-qtd-reg-lote
           .
       grava-headers-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava os segmentos P, Q e R do boleto da cobranca em men-reg -
      *>  aluno ja fora do cadastro fica de fora (sem pagador), so contado.
      *>------------------------------------------------------------------------
       grava-boleto section.

           move men-cod to fd-cod
           read arqCad

           if ws-fs-arqCad <> 00 and ws-fs-arqCad <> 23 then
               move 7                               to ws-msn-erro-ofsset
               move ws-fs-arqCad                    to ws-msn-erro-cod
               move "Erro ao ler arqCad.dat."       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqCad = 23 then
               add 1 to ws-qtd-fora-cadastro
           else
               perform busca-pagador

      *>       segmento P - valor, vencimento, juros de mora
               add 1 to ws-seq-lote
               move ws-bco-codigo      to ws-sp-banco
               move ws-seq-lote        to ws-sp-seq
               move ws-emp-agencia     to ws-sp-agencia
               move ws-emp-agencia-dv  to ws-sp-agencia-dv
               move ws-emp-conta       to ws-sp-conta
               move ws-emp-conta-dv    to ws-sp-conta-dv
      *>       nosso numero fica por conta do banco (boleto emitido por ele)
               move spaces             to ws-sp-nosso-numero
               move men-cod            to ws-sp-sn-cod
               move men-competencia    to ws-sp-sn-competencia

               move men-vencimento to ws-data-aaaammdd
               perform converte-data
               move ws-data-ddmmaaaa   to ws-sp-vencimento
               move ws-data-ddmmaaaa   to ws-sp-data-juros
               move men-valor-devido   to ws-sp-valor
               move ws-pct-juros-mes   to ws-sp-juros

               move ws-data-hoje to ws-data-aaaammdd
               perform converte-data
               move ws-data-ddmmaaaa   to ws-sp-emissao

               move ws-sp-seu-numero   to ws-sp-uso-empresa

               move ws-reg-seg-p to rem-linha
               perform grava-linha-remessa

      *>       segmento Q - pagador
               add 1 to ws-seq-lote
               move ws-bco-codigo       to ws-sq-banco
               move ws-seq-lote         to ws-sq-seq
               move ws-pagador-nome     to ws-sq-nome
               move ws-pagador-endereco to ws-sq-endereco

               move ws-reg-seg-q to rem-linha
               perform grava-linha-remessa

      *>       segmento R - multa a partir do vencimento
               add 1 to ws-seq-lote
               move ws-bco-codigo      to ws-sr-banco
               move ws-seq-lote        to ws-sr-seq
               move ws-sp-vencimento   to ws-sr-data-multa
               move ws-pct-multa       to ws-sr-multa
               move spaces             to ws-sr-mensagem-3
               string "ALUNO "         delimited by size
                      fd-nome-alu      delimited by size
                   into ws-sr-mensagem-3
               end-string

               move ws-reg-seg-r to rem-linha
               perform grava-linha-remessa

               add 3                to ws-qtd-reg-lote
               add 1                to ws-qtd-boletos
               add men-valor-devido to ws-valor-total
           end-if
           .
       grava-boleto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere no arqAcordoItens se a cobranca lida em men-reg ja foi
      *>  renegociada num acordo de parcelamento.
      *>------------------------------------------------------------------------
       verifica-renegociada section.

           move "N" to ws-renegociada

           if ws-tem-arq-itens then
               move men-chave to ait-chave
               read arqAcordoItens

               if ws-fs-arqAcordoItens <> 00 and ws-fs-arqAcordoItens <> 23 then
                   move 13                                   to ws-msn-erro-ofsset
                   move ws-fs-arqAcordoItens                 to ws-msn-erro-cod
                   move "Erro ao ler arqAcordoItens.dat."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqAcordoItens = 00 and not ait-nao-renegociada then
                   move "S" to ws-renegociada
               end-if
           end-if
           .
       verifica-renegociada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pagador do boleto: responsavel do registro da familia quando o
      *>  aluno tem vinculo, senao o do proprio cadastro - mae, ou o pai
      *>  quando a mae nao estiver preenchida.
      *>------------------------------------------------------------------------
       busca-pagador section.

           if fd-nome-mae not = spaces then
               move fd-nome-mae to ws-pagador-nome
           else
               move fd-nome-pai to ws-pagador-nome
           end-if
           move fd-endereco to ws-pagador-endereco

           move zeros to ws-fam-do-aluno
           if fd-cod > 0 then
               move ws-vinculo-fam(fd-cod) to ws-fam-do-aluno
           end-if

           if ws-fam-do-aluno > zeros and ws-tem-arq-familias then
               move ws-fam-do-aluno to fam-cod
               read arqFamilias

               if ws-fs-arqFamilias <> 00 and ws-fs-arqFamilias <> 23 then
                   move 8                                 to ws-msn-erro-ofsset
                   move ws-fs-arqFamilias                 to ws-msn-erro-cod
                   move "Erro ao ler arqFamilias.dat."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqFamilias = 00 then
                   if fam-nome-mae not = spaces then
                       move fam-nome-mae to ws-pagador-nome
                   else
                       move fam-nome-pai to ws-pagador-nome
                   end-if
                   move fam-endereco to ws-pagador-endereco
               end-if
           end-if

      *>   sem responsavel nenhum preenchido, o boleto sai no nome do aluno
           if ws-pagador-nome = spaces then
               move fd-nome-alu to ws-pagador-nome
           end-if
           .
       busca-pagador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o trailer do lote e o trailer do arquivo com as
      *>  quantidades de registros, de boletos e o valor total.
      *>------------------------------------------------------------------------
       grava-trailers section.

           add 1 to ws-qtd-reg-lote

           move ws-bco-codigo    to ws-tl-banco
           move ws-qtd-reg-lote  to ws-tl-qtd-registros
           move ws-qtd-boletos   to ws-tl-qtd-titulos
           move ws-valor-total   to ws-tl-valor-titulos

           move ws-reg-trailer-lote to rem-linha
           perform grava-linha-remessa

      *>   registros do arquivo = os do lote + header e trailer de arquivo
           compute ws-qtd-reg-arquivo = ws-qtd-reg-lote + 2

           move ws-bco-codigo      to ws-ta-banco
           move ws-qtd-reg-arquivo to ws-ta-qtd-registros

           move ws-reg-trailer-arq to rem-linha
           perform grava-linha-remessa
           .
       grava-trailers-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Converte ws-data-aaaammdd para ws-data-ddmmaaaa.
      *>------------------------------------------------------------------------
       converte-data section.

           move ws-da-dia to ws-dd-dia
           move ws-da-mes to ws-dd-mes
           move ws-da-ano to ws-dd-ano
           .
       converte-data-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega o arqFamVinculo para a tabela em memoria (indice =
      *>  codigo do aluno) - arquivo ainda nao existir significa nenhum
      *>  vinculo gravado.
      *>------------------------------------------------------------------------
       carrega-vinculos section.

           move 1 to ws-ind-vinc
           perform until ws-ind-vinc > 9999
               move zeros to ws-vinculo-fam(ws-ind-vinc)
               add 1 to ws-ind-vinc
           end-perform

           open input arqFamVinculo

           if ws-fs-arqFamVinculo <> 35 then

               if ws-fs-arqFamVinculo <> 00 then
                   move 9                                   to ws-msn-erro-ofsset
                   move ws-fs-arqFamVinculo                 to ws-msn-erro-cod
                   move "Erro ao abrir arqFamVinculo.txt."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqFamVinculo = 10
                   read arqFamVinculo

                   if ws-fs-arqFamVinculo <> 00 and ws-fs-arqFamVinculo <> 10 then
                       move 10                                  to ws-msn-erro-ofsset
                       move ws-fs-arqFamVinculo                 to ws-msn-erro-cod
                       move "Erro ao ler arqFamVinculo.txt."    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqFamVinculo = 00 and fav-cod-aluno > 0 then
                       move fav-cod-familia to ws-vinculo-fam(fav-cod-aluno)
                   end-if
               end-perform

               close arqFamVinculo
           end-if
           .
       carrega-vinculos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava rem-linha no arquivo de remessa.
      *>------------------------------------------------------------------------
       grava-linha-remessa section.

           write rem-linha

           if ws-fs-remessa <> 00 then
               move 11                                to ws-msn-erro-ofsset
               move ws-fs-remessa                     to ws-msn-erro-cod
               move "Erro ao gravar remessaBanco.txt." to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-linha-remessa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display erase

      *>   imprimindo mensagens de erro
           display ws-msn-erro-ofsset
           display ws-msn-erro-cod
           display ws-msn-erro-text
           Stop run
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.

           Stop run
           .
       finaliza-exit.
           exit.
