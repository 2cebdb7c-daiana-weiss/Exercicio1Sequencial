      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "lista11exe1_relOcorrencias".
       author. "Daiana Weiss".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Relatorio de ocorrencias: pede o codigo do aluno (zero = todos)
      *>   e o periodo (data inicial e final, AAAAMMDD) e lista do
      *>   arqOcorrencias.dat, aluno por aluno, cada ocorrencia do periodo
      *>   com data, hora, tipo, operador, o que aconteceu, a providencia
      *>   e o medicamento dado ou quem retirou a crianca. Aluno que ja
      *>   saiu do cadastro sai com o nome do arqTransferidos.txt. Fecha
      *>   com a quantidade por aluno e por tipo - gera o
      *>   relatorioOcorrencias.txt, que tambem serve para reimprimir um
      *>   aviso aos responsaveis.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqOcorrencias assign to "arqOcorrencias.dat" *> ocorrencias por aluno, data e hora (somente leitura)
           organization is indexed
           access mode is dynamic
           record key is oco-chave
           lock mode is automatic
           file status is ws-fs-arqOcorrencias.

           select arqCad assign to "arqCad.dat" *> cadastro de alunos (somente leitura)
           organization is indexed
           access mode is dynamic
           record key is fd-cod
           lock mode is automatic
           file status is ws-fs-arqCad.

           select arqTransferidos assign to "arqTransferidos.txt" *> alunos transferidos (somente leitura)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqTransferidos.

           select relOcorrencias assign to "relatorioOcorrencias.txt" *> relatorio gerado
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-relOcorrencias.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqOcorrencias.
           copy "ocoreg.cpy".

       fd arqCad.
           copy "cadreg.cpy".

       fd arqTransferidos.
       01 tra-reg.
           05 tra-cod                              pic 9(004).
           05 tra-nome-alu                         pic X(035).
           05 tra-nome-mae                         pic X(035).
           05 tra-nome-pai                         pic X(035).
           05 tra-data-nasc                        pic X(010).
           05 tra-fase                             pic 9(002).
           05 tra-tel-cont                         pic X(015).
           05 tra-email                            pic X(025).
           05 tra-endereco                         pic X(100).
           05 tra-alergico                         pic X(001).
           05 tra-escola-destino                   pic X(040). *> escola para onde o aluno foi
           05 tra-data                             pic 9(008). *> data da transferencia, AAAAMMDD

       fd relOcorrencias.
       01 rel-linha                                pic X(132).

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-fs-arqOcorrencias                     pic  9(02).
       77 ws-fs-arqCad                             pic  9(02).
       77 ws-fs-arqTransferidos                    pic  9(02).
       77 ws-fs-relOcorrencias                     pic  9(02).

      *>----Filtros pedidos
       77 ws-cod-filtro                            pic  9(004) value zeros.

       01 ws-data-inicial                          pic  9(008) value zeros.
       01 ws-data-inicial-val redefines ws-data-inicial.
           05 ws-di-ano                            pic 9(004).
               88 ws-di-ano-valido                  value 1900 thru 2100.
           05 ws-di-mes                            pic 9(002).
               88 ws-di-mes-valido                  value 1 thru 12.
           05 ws-di-dia                            pic 9(002).
               88 ws-di-dia-valido                  value 1 thru 31.

       01 ws-data-final                            pic  9(008) value zeros.
       01 ws-data-final-val redefines ws-data-final.
           05 ws-df-ano                            pic 9(004).
               88 ws-df-ano-valido                  value 1900 thru 2100.
           05 ws-df-mes                            pic 9(002).
               88 ws-df-mes-valido                  value 1 thru 12.
           05 ws-df-dia                            pic 9(002).
               88 ws-df-dia-valido                  value 1 thru 31.

      *>----Nome de quem ja saiu do cadastro, pelo codigo (ultimo
      *>   registro do arqTransferidos para o codigo)
       01 ws-tab-transferidos.
           05 ws-nome-transferido                  pic X(035) occurs 9999 times.

       77 ws-ind-tra                               pic  9(005) value zeros.

      *>----Quebra por aluno
       77 ws-cod-anterior                          pic  9(004) value zeros.
       77 ws-qtd-aluno                             pic  9(004) value zeros.
       77 ws-nome                                  pic  X(035) value spaces.

       77 ws-fim-leitura                           pic  x(001) value "N".
          88  ws-fim-ocorrencias                   value "S".

      *>----Totais por tipo (1 ACIDENTE, 2 MEDICAMENTO, 3 COMPORTAMENTO,
      *>   4 RETIRADA, 5 OUTROS)
       01 ws-tab-tipos.
           05 filler                               pic x(013) value "ACIDENTE".
           05 filler                               pic x(013) value "MEDICAMENTO".
           05 filler                               pic x(013) value "COMPORTAMENTO".
           05 filler                               pic x(013) value "RETIRADA".
           05 filler                               pic x(013) value "OUTROS".
       01 ws-tab-tipos-red redefines ws-tab-tipos.
           05 ws-nome-tipo                         pic x(013) occurs 5 times.

       01 ws-tab-totais.
           05 ws-tt-qtd                            pic 9(005) occurs 5 times.

       77 ws-ind-tipo                              pic  9(001) value zeros.
       77 ws-qtd-ocorrencias                       pic  9(005) value zeros.
       77 ws-qtd-alunos                            pic  9(004) value zeros.

       01 ws-hora-oco                              pic  9(006) value zeros.
       01 ws-hora-oco-val redefines ws-hora-oco.
           05 ws-ho-hora                           pic 9(002).
           05 ws-ho-minuto                         pic 9(002).
           05 ws-ho-segundo                        pic 9(002).

      *>----Linhas do relatorio
       01 ws-lin-titulo.
           05 filler                               pic x(036) value
              "Relatorio de ocorrencias - periodo ".
           05 ws-lt-inicial                        pic 9(008).
           05 filler                               pic x(003) value " a ".
           05 ws-lt-final                          pic 9(008).

       01 ws-lin-cabecalho.
           05 filler                               pic x(010) value "Data".
           05 filler                               pic x(007) value "Hora".
           05 filler                               pic x(015) value "Tipo".
           05 filler                               pic x(020) value "Operador".

       01 ws-lin-aluno.
           05 filler                               pic x(007) value "Aluno: ".
           05 ws-la-cod                            pic 9(004).
           05 filler                               pic x(003) value " - ".
           05 ws-la-nome                           pic x(035).

       01 ws-lin-detalhe.
           05 ws-ld-data                           pic 9(008).
           05 filler                               pic x(002) value spaces.
           05 ws-ld-hora                           pic 9(002).
           05 filler                               pic x(001) value ":".
           05 ws-ld-minuto                         pic 9(002).
           05 filler                               pic x(002) value spaces.
           05 ws-ld-tipo                           pic x(013).
           05 filler                               pic x(002) value spaces.
           05 ws-ld-operador                       pic x(020).

       01 ws-lin-texto.
           05 filler                               pic x(004) value spaces.
           05 ws-lx-rotulo                         pic x(017).
           05 ws-lx-valor                          pic x(050).

       01 ws-lin-subtotal.
           05 filler                               pic x(004) value spaces.
           05 filler                               pic x(024) value "Ocorrencias do aluno  : ".
           05 ws-ls-qtd                            pic zzz9.

       01 ws-lin-resumo.
           05 ws-lr-tipo                           pic x(014).
           05 filler                               pic x(003) value ":  ".
           05 ws-lr-qtd                            pic zzzz9.
           05 filler                               pic x(015) value " ocorrencia(s)".

       01 ws-lin-total.
           05 filler                               pic x(017) value "Total geral   :  ".
           05 ws-lt-qtd                            pic zzzz9.
           05 filler                               pic x(020) value " ocorrencia(s) de ".
           05 ws-lt-alunos                         pic zzz9.
           05 filler                               pic x(009) value " aluno(s)".

       01 ws-lin-nada.
           05 filler                               pic x(040) value
              "Nenhuma ocorrencia no periodo pedido.".

       01 ws-lin-branco                            pic x(080) value spaces.

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
      *>  Procedimentos de inicialização - pede o aluno e o periodo
      *>------------------------------------------------------------------------
       inicializa section.

           display "Informe o codigo do aluno (0 = todos): "
               with no advancing
           accept ws-cod-filtro

           perform until ws-di-ano-valido and ws-di-mes-valido
                     and ws-di-dia-valido
               display "Informe a data inicial (AAAAMMDD): "
                   with no advancing
               accept ws-data-inicial
           end-perform

           perform until ws-df-ano-valido and ws-df-mes-valido
                     and ws-df-dia-valido
                     and ws-data-final >= ws-data-inicial
               display "Informe a data final (AAAAMMDD): "
                   with no advancing
               accept ws-data-final
           end-perform

           move 1 to ws-ind-tipo
           perform until ws-ind-tipo > 5
               move zeros to ws-tt-qtd(ws-ind-tipo)
               add 1 to ws-ind-tipo
           end-perform
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - percorre as ocorrencias em ordem de
      *>  aluno, data e hora, a partir do aluno pedido, com quebra por
      *>  aluno e resumo por tipo no final.
      *>------------------------------------------------------------------------
       processamento section.

           perform abre-arquivos
           perform carrega-transferidos

           move ws-data-inicial to ws-lt-inicial
           move ws-data-final   to ws-lt-final
           move ws-lin-titulo to rel-linha
           perform grava-linha-relatorio
           move ws-lin-branco to rel-linha
           perform grava-linha-relatorio
           move ws-lin-cabecalho to rel-linha
           perform grava-linha-relatorio

      *>   nenhuma ocorrencia gravada ainda (status 35): relatorio vazio
           if ws-fs-arqOcorrencias = 00 then
               move ws-cod-filtro to oco-cod
               move zeros         to oco-data
               move zeros         to oco-hora
               start arqOcorrencias key is not less than oco-chave

               if ws-fs-arqOcorrencias <> 00 and ws-fs-arqOcorrencias <> 23 then
                   move 1                                     to ws-msn-erro-ofsset
                   move ws-fs-arqOcorrencias                  to ws-msn-erro-cod
                   move "Erro ao posicionar arqOcorrencias."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqOcorrencias = 23 then
                   move "S" to ws-fim-leitura
               end-if

               perform until ws-fim-ocorrencias
                   read arqOcorrencias next

                   if ws-fs-arqOcorrencias <> 00 and ws-fs-arqOcorrencias <> 10 then
                       move 2                                     to ws-msn-erro-ofsset
                       move ws-fs-arqOcorrencias                  to ws-msn-erro-cod
                       move "Erro ao ler arqOcorrencias.dat."     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

      *>           fim do arquivo, ou passou do aluno pedido
                   if ws-fs-arqOcorrencias = 10
                     or (ws-cod-filtro > zeros and oco-cod <> ws-cod-filtro) then
                       move "S" to ws-fim-leitura
                   end-if

                   if not ws-fim-ocorrencias
                     and oco-data >= ws-data-inicial
                     and oco-data <= ws-data-final then
                       perform grava-ocorrencia
                   end-if
               end-perform

               close arqOcorrencias
           end-if

           if ws-qtd-ocorrencias = zeros then
               move ws-lin-nada to rel-linha
               perform grava-linha-relatorio
           else
               perform grava-subtotal-aluno

               move ws-lin-branco to rel-linha
               perform grava-linha-relatorio

               move 1 to ws-ind-tipo
               perform until ws-ind-tipo > 5
                   move ws-nome-tipo(ws-ind-tipo) to ws-lr-tipo
                   move ws-tt-qtd(ws-ind-tipo)    to ws-lr-qtd
                   move ws-lin-resumo to rel-linha
                   perform grava-linha-relatorio
                   add 1 to ws-ind-tipo
               end-perform

               move ws-qtd-ocorrencias to ws-lt-qtd
               move ws-qtd-alunos      to ws-lt-alunos
               move ws-lin-total to rel-linha
               perform grava-linha-relatorio
           end-if

           perform fecha-arquivos

           display "Relatorio de ocorrencias gerado em relatorioOcorrencias.txt."
           display "Ocorrencias listadas: " ws-qtd-ocorrencias
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre os arquivos - arqOcorrencias ainda nao existir (status 35)
      *>  nao eh erro.
      *>------------------------------------------------------------------------
       abre-arquivos section.

           open input arqOcorrencias

           if ws-fs-arqOcorrencias <> 00 and ws-fs-arqOcorrencias <> 35 then
               move 3                                     to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencias                  to ws-msn-erro-cod
               move "Erro ao abrir arqOcorrencias.dat."   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqCad

           if ws-fs-arqCad <> 00 then
               move 4                               to ws-msn-erro-ofsset
               move ws-fs-arqCad                    to ws-msn-erro-cod
               move "Erro ao abrir arqCad.dat."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output relOcorrencias

           if ws-fs-relOcorrencias <> 00 then
               move 5                                         to ws-msn-erro-ofsset
               move ws-fs-relOcorrencias                      to ws-msn-erro-cod
               move "Erro ao abrir relatorioOcorrencias.txt." to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       abre-arquivos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega o nome de cada aluno transferido pelo codigo - arquivo
      *>  ainda nao existir eh nenhuma transferencia feita.
      *>------------------------------------------------------------------------
       carrega-transferidos section.

           move 1 to ws-ind-tra
           perform until ws-ind-tra > 9999
               move spaces to ws-nome-transferido(ws-ind-tra)
               add 1 to ws-ind-tra
           end-perform

           open input arqTransferidos

           if ws-fs-arqTransferidos <> 35 then

               if ws-fs-arqTransferidos <> 00 then
                   move 6                                      to ws-msn-erro-ofsset
                   move ws-fs-arqTransferidos                  to ws-msn-erro-cod
                   move "Erro ao abrir arqTransferidos.txt."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqTransferidos = 10
                   read arqTransferidos

                   if ws-fs-arqTransferidos <> 00 and ws-fs-arqTransferidos <> 10 then
                       move 7                                      to ws-msn-erro-ofsset
                       move ws-fs-arqTransferidos                  to ws-msn-erro-cod
                       move "Erro ao ler arqTransferidos.txt."     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqTransferidos = 00 and tra-cod > zeros then
                       move tra-nome-alu to ws-nome-transferido(tra-cod)
                   end-if
               end-perform

               close arqTransferidos
           end-if
           .
       carrega-transferidos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a ocorrencia lida em oco-reg - no primeiro registro de
      *>  cada aluno fecha o subtotal do anterior e abre o cabecalho do
      *>  aluno.
      *>------------------------------------------------------------------------
       grava-ocorrencia section.

           if ws-qtd-ocorrencias = zeros or oco-cod <> ws-cod-anterior then

               if ws-qtd-ocorrencias > zeros then
                   perform grava-subtotal-aluno
               end-if

               perform busca-nome-aluno

               move ws-lin-branco to rel-linha
               perform grava-linha-relatorio
               move oco-cod  to ws-la-cod
               move ws-nome  to ws-la-nome
               move ws-lin-aluno to rel-linha
               perform grava-linha-relatorio

               move oco-cod to ws-cod-anterior
               move zeros   to ws-qtd-aluno
               add 1        to ws-qtd-alunos
           end-if

           evaluate oco-tipo
               when "A"
                   move 1 to ws-ind-tipo
               when "M"
                   move 2 to ws-ind-tipo
               when "C"
                   move 3 to ws-ind-tipo
               when "R"
                   move 4 to ws-ind-tipo
               when other
                   move 5 to ws-ind-tipo
           end-evaluate

           move oco-hora to ws-hora-oco

           move oco-data                  to ws-ld-data
           move ws-ho-hora                to ws-ld-hora
           move ws-ho-minuto              to ws-ld-minuto
           move ws-nome-tipo(ws-ind-tipo) to ws-ld-tipo
           move oco-operador              to ws-ld-operador
           move ws-lin-detalhe to rel-linha
           perform grava-linha-relatorio

           move "O que aconteceu:" to ws-lx-rotulo
           move oco-descricao-1    to ws-lx-valor
           perform grava-texto

           if oco-descricao-2 not = spaces then
               move spaces             to ws-lx-rotulo
               move oco-descricao-2    to ws-lx-valor
               perform grava-texto
           end-if

           if oco-acao not = spaces then
               move "Providencia:"     to ws-lx-rotulo
               move oco-acao-1         to ws-lx-valor
               perform grava-texto

               if oco-acao-2 not = spaces then
                   move spaces             to ws-lx-rotulo
                   move oco-acao-2         to ws-lx-valor
                   perform grava-texto
               end-if
           end-if

           if oco-medicamento then
               move "Medicamento dado:" to ws-lx-rotulo
               move oco-complemento     to ws-lx-valor
               perform grava-texto
           end-if

           if oco-retirada then
               move "Retirado por:"     to ws-lx-rotulo
               move oco-complemento     to ws-lx-valor
               perform grava-texto
           end-if

           add 1 to ws-tt-qtd(ws-ind-tipo)
           add 1 to ws-qtd-aluno
           add 1 to ws-qtd-ocorrencias
           .
       grava-ocorrencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Nome do aluno da ocorrencia: do cadastro, ou do arqTransferidos
      *>  quando ja saiu da escola.
      *>------------------------------------------------------------------------
       busca-nome-aluno section.

           move oco-cod to fd-cod
           read arqCad

           if ws-fs-arqCad <> 00 and ws-fs-arqCad <> 23 then
               move 8                               to ws-msn-erro-ofsset
               move ws-fs-arqCad                    to ws-msn-erro-cod
               move "Erro ao ler arqCad.dat."       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           evaluate true
               when ws-fs-arqCad = 00
                   move fd-nome-alu to ws-nome
               when ws-nome-transferido(oco-cod) not = spaces
                   move ws-nome-transferido(oco-cod) to ws-nome
               when other
                   move "(aluno fora do cadastro)" to ws-nome
           end-evaluate
           .
       busca-nome-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a quantidade de ocorrencias do aluno que terminou.
      *>------------------------------------------------------------------------
       grava-subtotal-aluno section.

           move ws-qtd-aluno to ws-ls-qtd
           move ws-lin-subtotal to rel-linha
           perform grava-linha-relatorio
           .
       grava-subtotal-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma linha de texto da ocorrencia (rotulo e valor prontos).
      *>------------------------------------------------------------------------
       grava-texto section.

           move ws-lin-texto to rel-linha
           perform grava-linha-relatorio
           .
       grava-texto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fecha os arquivos abertos.
      *>------------------------------------------------------------------------
       fecha-arquivos section.

           close arqCad
           close relOcorrencias

           if ws-fs-arqCad <> 00 or ws-fs-relOcorrencias <> 00 then
               move 9                               to ws-msn-erro-ofsset
               move ws-fs-relOcorrencias            to ws-msn-erro-cod
               move "Erro ao fechar os arquivos."   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       fecha-arquivos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava rel-linha no relatorio.
      *>------------------------------------------------------------------------
       grava-linha-relatorio section.

           write rel-linha

           if ws-fs-relOcorrencias <> 00 then
               move 10                                         to ws-msn-erro-ofsset
               move ws-fs-relOcorrencias                       to ws-msn-erro-cod
               move "Erro ao gravar relatorioOcorrencias.txt." to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-linha-relatorio-exit.
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
