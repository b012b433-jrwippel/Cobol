      $set preprocess (htmlpp) endp
      $set sourceformat"free"

      *>============================================================================================
       identification division.
       program-id. PROGRAMA18.
      *>============================================================================================

      *>
      *>            --------------------------------------------------------
      *>                 Pensão Alimentícia Judicial (PENSAO.CAD)
      *>            --------------------------------------------------------
      *>            Cadastro das pensões alimentícias determinadas em juízo,
      *>            por funcionário. Cada registro de PENSAO.CAD (chave
      *>            código do funcionário + sequência) guarda o
      *>            beneficiário, o CPF, os dados bancários para o crédito,
      *>            a forma de cálculo e a vigência da decisão:
      *>
      *>               P = percentual sobre o LÍQUIDO ou sobre o BRUTO
      *>               F = valor fixo mensal
      *>
      *>            Fim de vigência em zeros = pensão por prazo
      *>            indeterminado; "Encerrar" grava a data de fim informada
      *>            quando chega o ofício de exoneração.
      *>
      *>            O PROGRAMA05 desconta as pensões vigentes na competência
      *>            (abatidas também da base do IRRF), imprime a verba em
      *>            linha própria do holerite e grava o valor em FOLHAMES e
      *>            o detalhe por beneficiário em PENSAOMES.AAAAMM, de onde
      *>            o PROGRAMA07 gera um segmento A para cada beneficiário
      *>            na remessa bancária.
      *>
      *>            Percentual digitado em CENTÉSIMOS (30,00% = 3000) e
      *>            valor fixo em CENTAVOS (1234,56 = 123456), como no
      *>            PROGRAMA14.
      *>
      *>            Perfis como no PROGRAMA12: consulta só consulta;
      *>            digitação e supervisor incluem, excluem e encerram.
      *>

      *>============================================================================================
       environment division.
            special-names. decimal-point is comma.
      *>============================================================================================

            select arqindexado01 assign to disk wid-arqindexado01
                   organization    is indexed
                   access mode     is dynamic
                   record key      is reg-chave
                   lock mode       is manual
                   file status     is ws-resultado-acesso.

            select arqpensao01 assign to disk wid-arqpensao01
                   organization    is indexed
                   access mode     is dynamic
                   record key      is pen-chave
                   lock mode       is manual
                   file status     is ws-resultado-acesso-pensao.

            select arqusuario01 assign to disk wid-arqusuario01
                   organization    is indexed
                   access mode     is dynamic
                   record key      is usu-chave
                   lock mode       is manual
                   file status     is ws-resultado-acesso-usuario.

            select arqsequencial01 assign to disk wid-arqsequencial01
                   organization is line sequential
                   access mode is sequential
                   file status is ws-resultado-acesso-log.

      *>============================================================================================
       data division.

       fd  arqindexado01.

       01  reg-arq-indexado-01.
           03  reg-chave.
               05  reg-cd-funcionario    pic 9(07).
           03  reg-no-funcionario        pic x(30).
           03  reg-en-funcionario        pic x(30).
           03  reg-nu-funcionario        pic 9(05).
           03  reg-cp-funcionario        pic 9(11).
           03  reg-te-funcionario        pic 9(09).
           03  reg-vl-salario-base       pic 9(07)v99.
           03  reg-vl-salario-familia    pic 9(05)v99.
           03  reg-ec-funcionario        pic x(01).
           03  reg-uf-funcionario        pic x(02).
           03  reg-ci-funcionario        pic x(17).
           03  reg-ba-funcionario        pic x(17).
           03  reg-dt-hr-alteracao.
               05  reg-dt-alteracao      pic 9(08).
               05  reg-hr-alteracao      pic 9(06).
           03  reg-dados-bancarios.
               05  reg-cd-banco          pic 9(03).
               05  reg-nu-agencia        pic 9(05).
               05  reg-nu-conta          pic 9(10).
               05  reg-dv-conta          pic x(01).
               05  reg-tp-conta          pic x(01).
           03  reg-op-alteracao          pic x(10).
           03  reg-dt-admissao           pic 9(08).
           03  reg-dt-demissao           pic 9(08).
           03  reg-sit-funcionario       pic x(01).
               88  funcionario-ativo     value "A".
               88  funcionario-afastado  value "F".
               88  funcionario-desligado value "D".
           03  reg-cd-centro-custo       pic 9(05).

       fd  arqpensao01.

       01  reg-arq-pensao-01.
           03  pen-chave.
               05  pen-cd-funcionario    pic 9(07).
               05  pen-nu-sequencia      pic 9(02).
           03  pen-no-beneficiario       pic x(30).
           03  pen-cp-beneficiario       pic 9(11).
           03  pen-dados-bancarios.
               05  pen-cd-banco          pic 9(03).
               05  pen-nu-agencia        pic 9(05).
               05  pen-nu-conta          pic 9(10).
               05  pen-dv-conta          pic x(01).
               05  pen-tp-conta          pic x(01).
           03  pen-tp-calculo            pic x(01).
               88  pensao-percentual     value "P".
               88  pensao-valor-fixo     value "F".
           03  pen-pc-pensao             pic 9(03)v99.
           03  pen-vl-pensao             pic 9(07)v99.
           03  pen-tp-base               pic x(01).
               88  pensao-sobre-liquido  value "L".
               88  pensao-sobre-bruto    value "B".
           03  pen-dt-inicio             pic 9(08).
           03  pen-dt-fim                pic 9(08).
           03  pen-dt-hr-alteracao.
               05  pen-dt-alteracao      pic 9(08).
               05  pen-hr-alteracao      pic 9(06).
           03  pen-op-alteracao          pic x(10).

       fd  arqusuario01.

       01  reg-arq-usuario-01.
           03  usu-chave.
               05  usu-cd-login          pic x(10).
           03  usu-no-usuario            pic x(30).
           03  usu-senha                 pic x(10).
           03  usu-perfil                pic x(01).

       fd  arqsequencial01.

       01  reg-arq-sequencial-01         pic x(200).

      *>============================================================================================
       working-storage section.
       78   versao                      value "a".

       01   ws-campos-de-trabalho.
            03 ws-resultado-acesso      pic x(2).
               88 ws-operacao-ok        value "00" "02".
               88 ws-arq-inexistente    value "35".
            03 ws-data-atual            pic 9(08).
            03 ws-hora-atual            pic 9(06).

       01   ws-controle-pensao.
            03 ws-resultado-acesso-pensao    pic x(2).
               88 ws-pensao-ok               value "00" "02".
               88 ws-pensao-inexistente      value "35".
            03 ws-sw-pensao-aberto           pic x(01) value "N".
               88 pensao-aberto              value "S".
               88 pensao-fechado             value "N".
            03 ws-resultado-acesso-log       pic x(2).
            03 ws-ds-operacao-pensao         pic x(10).
            03 ws-ds-calculo-pensao          pic x(20).
            03 ws-ds-vigencia-pensao         pic x(10).
            03 ws-nu-proxima-sequencia       pic 9(02).
            03 ws-sw-pensao-valida           pic x(01).
               88 pensao-valida              value "S".
               88 pensao-invalida            value "N".

       01   ws-pensao-editada.
            03 wpe-pc-pensao                 pic zz9,99.
            03 wpe-vl-pensao                 pic z.zzz.zz9,99.

      *>            Mesma validação de dígitos verificadores do CPF do
      *>            funcionário no PROGRAMA01.
       01   ws-validacao-cpf.
            03 ws-cpf-numero                 pic 9(11).
            03 ws-cpf-digitos redefines ws-cpf-numero.
               05 ws-cpf-d1                  pic 9.
               05 ws-cpf-d2                  pic 9.
               05 ws-cpf-d3                  pic 9.
               05 ws-cpf-d4                  pic 9.
               05 ws-cpf-d5                  pic 9.
               05 ws-cpf-d6                  pic 9.
               05 ws-cpf-d7                  pic 9.
               05 ws-cpf-d8                  pic 9.
               05 ws-cpf-d9                  pic 9.
               05 ws-cpf-d10                 pic 9.
               05 ws-cpf-d11                 pic 9.
            03 ws-cpf-soma1                  pic 9(04).
            03 ws-cpf-soma2                  pic 9(04).
            03 ws-cpf-quociente              pic 9(04).
            03 ws-cpf-resto1                 pic 9(04).
            03 ws-cpf-resto2                 pic 9(04).
            03 ws-cpf-dv1                    pic 9.
            03 ws-cpf-dv2                    pic 9.
            03 ws-sw-cpf-valido              pic x(01).
               88 cpf-valido                 value "S".
               88 cpf-invalido               value "N".

       01   ws-controle-operador.
            03 ws-resultado-acesso-usuario   pic x(2).
               88 ws-usuario-ok              value "00" "02".
               88 ws-usuario-inexistente     value "35".
            03 ws-sw-operador-autenticado    pic x(01) value "N".
               88 operador-autenticado       value "S".
               88 operador-nao-autenticado   value "N".
            03 ws-perfil-operador            pic x(01).
               88 operador-consulta          value "C".
               88 operador-digitacao         value "D".
               88 operador-supervisor        value "S".
            03 ws-sw-operacao-permitida      pic x(01).
               88 operacao-permitida         value "S".
               88 operacao-negada            value "N".
            03 ws-op-login-seguro            pic x(10).
            03 ws-op-senha-seguro            pic x(10).

       01   ws-pesquisa-funcionario.
            03 ws-no-funcionario-seguro      pic x(30).
            03 ws-no-beneficiario-seguro     pic x(30).

       01   ws-configuracao-arquivos.
            03 ws-caminho-arqindexado01      pic x(100).
            03 wid-arqindexado01             pic x(100).
            03 ws-caminho-arqpensao01        pic x(100).
            03 wid-arqpensao01               pic x(100).
            03 ws-caminho-arqusuario01       pic x(100).
            03 wid-arqusuario01              pic x(100).
            03 ws-caminho-arqsequencial01    pic x(100).
            03 wid-arqsequencial01           pic x(100).

       01   cgi-input is external-form.
            03 f-campos-formulario.
               05 f-opcao                       pic 9(07) identified by "opcao".
               05 f-cd-funcionario              pic 9(07) identified by "cdFuncionario".
               05 f-nu-sequencia                pic 9(02) identified by "nuSequencia".
               05 f-no-beneficiario             pic x(30) identified by "noBeneficiario".
               05 f-cp-beneficiario             pic 9(11) identified by "cpBeneficiario".
               05 f-cd-banco                    pic 9(03) identified by "cdBanco".
               05 f-nu-agencia                  pic 9(05) identified by "nuAgencia".
               05 f-nu-conta                    pic 9(10) identified by "nuConta".
               05 f-dv-conta                    pic x(01) identified by "dvConta".
               05 f-tp-conta                    pic x(01) identified by "tpConta".
               05 f-tp-calculo                  pic x(01) identified by "tpCalculo".
               05 f-pc-pensao                   pic 9(05) identified by "pcPensao".
               05 f-vl-pensao                   pic 9(09) identified by "vlPensao".
               05 f-tp-base                     pic x(01) identified by "tpBase".
               05 f-dt-inicio-pensao            pic 9(08) identified by "dtInicioPensao".
               05 f-dt-fim-pensao               pic 9(08) identified by "dtFimPensao".
               05 f-op-login                    pic x(10) identified by "opLogin".
               05 f-op-senha                    pic x(10) identified by "opSenha".

      *>============================================================================================
       procedure division.

      *>============================================================================================
       0000-controle section.
       0000.
            perform 1000-inicializacao
            perform 2000-processamento
            perform 3000-finalizacao.
       0000-saida.
            exit program
            stop run.

      *>============================================================================================
       1000-inicializacao section.
       1000.
            move spaces                 to cgi-input
            initialize                  cgi-input
            accept cgi-input

            perform 1050-obtem-caminhos
            perform 1100-cabecalho-html-aux
            .

       1000-exit.
            exit.

      *>============================================================================================
       1050-obtem-caminhos section.
       1050.
            move spaces to ws-caminho-arqindexado01
            accept ws-caminho-arqindexado01 from environment "FUNCION_CAD_PATH"
            if   ws-caminho-arqindexado01 = spaces
                 move "C:\FUNCION.CAD"         to wid-arqindexado01
            else
                 move ws-caminho-arqindexado01 to wid-arqindexado01
            end-if

            move spaces to ws-caminho-arqpensao01
            accept ws-caminho-arqpensao01 from environment "PENSAO_CAD_PATH"
            if   ws-caminho-arqpensao01 = spaces
                 move "C:\PENSAO.CAD"          to wid-arqpensao01
            else
                 move ws-caminho-arqpensao01   to wid-arqpensao01
            end-if

            move spaces to ws-caminho-arqusuario01
            accept ws-caminho-arqusuario01 from environment "USUARIO_CAD_PATH"
            if   ws-caminho-arqusuario01 = spaces
                 move "C:\USUARIO.CAD"         to wid-arqusuario01
            else
                 move ws-caminho-arqusuario01  to wid-arqusuario01
            end-if

            move spaces to ws-caminho-arqsequencial01
            accept ws-caminho-arqsequencial01 from environment "LOG_TXT_PATH"
            if   ws-caminho-arqsequencial01 = spaces
                 move "C:\Treinamento\Treinamento02\LOG.TXT" to wid-arqsequencial01
            else
                 move ws-caminho-arqsequencial01 to wid-arqsequencial01
            end-if.
       1050-exit.
            exit.

      *>============================================================================================
       1100-cabecalho-html-aux section.
       1100.
            exec html
<html>
<!DOCTYPE HTML PUBLIC "-//W3C//DTD HTML 4.0 Transitional//EN">
<HEAD>
<meta http-equiv="Expires" content="Mon, 01 Jan 1996 12:12:00 GMT">
<meta http-equiv="Pragma" content="no-cache">
<META content="text/html; charset=windows-1252" http-equiv=Content-Type>
<HEAD> <TITLE>PROGRAMA 18</TITLE> </HEAD>
<script src="funcoes.js" language="JavaScript"></script>
<script src="funcoes.vbs" language="VbScript"></script>
<BODY leftMargin=0 topMargin=0 marginheight="0" marginwidth="0">
<FORM name=form1 method=post>
            end-exec.
       1100-exit.
            exit.

      *>============================================================================================
       2000-processamento section.
       2000.
            if   f-opcao = 0
                 perform 8300-tela-login
                 exit section
            end-if

            perform 2980-valida-operador
            if   operador-nao-autenticado
                 exec html
                    <script>
                        alert( 'Operador ou senha inválidos' );
                    </script>
                 end-exec
                 perform 8300-tela-login
                 exit section
            end-if

            if   f-opcao = 14
                 perform 2100-carrega-tela
                 exit section
            end-if

            perform 2985-verifica-permissao
            if   operacao-negada
                 exec html
                    <script>
                        alert( 'Operação não permitida para o seu perfil' );
                    </script>
                 end-exec
                 perform 8000-tela
                 exit section
            end-if

            evaluate f-opcao
                when 2
                    perform 2200-inclui-pensao
                when 3
                    perform 2300-exclui-pensao
                when 4
                    perform 2400-carrega
                when 5
                    perform 2500-encerra-pensao
                when other
                    exec html
                       <script>
                           alert( 'Opção inválida' );
                       </script>
                    end-exec
            end-evaluate.
       2000-exit.
            exit.

      *>============================================================================================
       2100-carrega-tela section.
       2100.
            perform 8000-tela.
       2100-exit.
            exit.

      *>============================================================================================
      *>            Inclui uma pensão para o funcionário, na próxima
      *>            sequência livre. Funcionário desligado não recebe
      *>            pensão nova; os demais dados são validados em
      *>            2900-valida-pensao.
      *>============================================================================================
       2200-inclui-pensao section.
       2200.
            perform 2800-abre
            move f-cd-funcionario to reg-cd-funcionario
            read arqindexado01
            if   not ws-operacao-ok
                 exec html
                    <script>
                        alert( 'Funcionário não encontrado' );
                    </script>
                 end-exec
                 perform 8000-tela
                 exit section
            end-if
            if   funcionario-desligado
                 exec html
                    <script>
                        alert( 'Funcionário desligado não pode ter pensão incluída' );
                    </script>
                 end-exec
                 perform 2805-abre-pensao
                 perform 8400-tela-pensao
                 exit section
            end-if

            perform 2805-abre-pensao
            if   not pensao-aberto
                 perform 8000-tela
                 exit section
            end-if

            perform 2900-valida-pensao
            if   pensao-invalida
                 perform 8400-tela-pensao
                 exit section
            end-if

            perform 2210-proxima-sequencia
            if   ws-nu-proxima-sequencia = zeros
                 exec html
                    <script>
                        alert( 'Limite de 99 pensões por funcionário atingido' );
                    </script>
                 end-exec
                 perform 8400-tela-pensao
                 exit section
            end-if

            initialize reg-arq-pensao-01
            move f-cd-funcionario        to pen-cd-funcionario
            move ws-nu-proxima-sequencia to pen-nu-sequencia
            move f-no-beneficiario       to pen-no-beneficiario
            move f-cp-beneficiario       to pen-cp-beneficiario
            move f-cd-banco              to pen-cd-banco
            move f-nu-agencia            to pen-nu-agencia
            move f-nu-conta              to pen-nu-conta
            move f-dv-conta              to pen-dv-conta
            move f-tp-conta              to pen-tp-conta
            move f-tp-calculo            to pen-tp-calculo
            if   pensao-percentual
                 compute pen-pc-pensao = f-pc-pensao / 100
                 move f-tp-base          to pen-tp-base
            else
                 compute pen-vl-pensao = f-vl-pensao / 100
                 move spaces             to pen-tp-base
            end-if
            move f-dt-inicio-pensao      to pen-dt-inicio
            move f-dt-fim-pensao         to pen-dt-fim
            perform 2960-marca-alteracao-pensao
            write reg-arq-pensao-01
            if   ws-pensao-ok
                 perform 7100-grava-log-pensao
                 exec html
                    <script>
                        alert( 'Pensão incluída na sequência :pen-nu-sequencia' );
                    </script>
                 end-exec
            else
                 exec html
                    <script>
                        alert( 'Erro ao gravar a pensão :ws-resultado-acesso-pensao' );
                    </script>
                 end-exec
            end-if
            perform 8400-tela-pensao.
       2200-exit.
            exit.

      *>============================================================================================
       2210-proxima-sequencia section.
       2210.
            move zeros              to ws-nu-proxima-sequencia
            move f-cd-funcionario   to pen-cd-funcionario
            move zeros              to pen-nu-sequencia
            start arqpensao01 key is not less than pen-chave
            if   ws-pensao-ok
                 read arqpensao01 next
                 perform 2220-compara-sequencia
                    thru 2220-compara-sequencia-exit
                    until not ws-pensao-ok
                    or    pen-cd-funcionario not = f-cd-funcionario
            end-if
            if   ws-nu-proxima-sequencia = 99
                 move zeros to ws-nu-proxima-sequencia
            else
                 add 1 to ws-nu-proxima-sequencia
            end-if.
       2210-exit.
            exit.

      *>============================================================================================
       2220-compara-sequencia section.
       2220.
            move pen-nu-sequencia to ws-nu-proxima-sequencia
            read arqpensao01 next.
       2220-compara-sequencia-exit.
            exit.

      *>============================================================================================
       2300-exclui-pensao section.
       2300.
            perform 2800-abre
            move f-cd-funcionario to reg-cd-funcionario
            read arqindexado01
            if   not ws-operacao-ok
                 exec html
                    <script>
                        alert( 'Funcionário não encontrado' );
                    </script>
                 end-exec
                 perform 8000-tela
                 exit section
            end-if
            perform 2805-abre-pensao
            if   not pensao-aberto
                 perform 8000-tela
                 exit section
            end-if
            move f-cd-funcionario to pen-cd-funcionario
            move f-nu-sequencia   to pen-nu-sequencia
            read arqpensao01
            if   not ws-pensao-ok
                 exec html
                    <script>
                        alert( 'Pensão não encontrada' );
                    </script>
                 end-exec
                 perform 8400-tela-pensao
                 exit section
            end-if
            delete arqpensao01
            perform 7100-grava-log-pensao
            exec html
               <script>
                   alert( 'Pensão excluída' );
               </script>
            end-exec
            perform 8400-tela-pensao.
       2300-exit.
            exit.

      *>============================================================================================
       2400-carrega section.
       2400.
            perform 2800-abre
            move f-cd-funcionario to reg-cd-funcionario
            read arqindexado01
            if   ws-operacao-ok
                 perform 2805-abre-pensao
                 perform 8400-tela-pensao
            else
                 exec html
                    <script>
                        alert( 'Funcionário não encontrado' );
                    </script>
                 end-exec
                 perform 8000-tela
            end-if.
       2400-exit.
            exit.

      *>============================================================================================
      *>            Encerra a pensão na data de fim informada (ofício de
      *>            exoneração ou maioridade do beneficiário); a partir da
      *>            competência seguinte ao fim o PROGRAMA05 deixa de
      *>            descontá-la.
      *>============================================================================================
       2500-encerra-pensao section.
       2500.
            perform 2800-abre
            move f-cd-funcionario to reg-cd-funcionario
            read arqindexado01
            if   not ws-operacao-ok
                 exec html
                    <script>
                        alert( 'Funcionário não encontrado' );
                    </script>
                 end-exec
                 perform 8000-tela
                 exit section
            end-if
            perform 2805-abre-pensao
            if   not pensao-aberto
                 perform 8000-tela
                 exit section
            end-if
            move f-cd-funcionario to pen-cd-funcionario
            move f-nu-sequencia   to pen-nu-sequencia
            read arqpensao01
            if   not ws-pensao-ok
                 exec html
                    <script>
                        alert( 'Pensão não encontrada' );
                    </script>
                 end-exec
                 perform 8400-tela-pensao
                 exit section
            end-if
            if   f-dt-fim-pensao = zeros
            or   f-dt-fim-pensao is less than pen-dt-inicio
                 exec html
                    <script>
                        alert( 'Informe o fim da pensão (AAAAMMDD), não anterior ao início' );
                    </script>
                 end-exec
                 perform 8400-tela-pensao
                 exit section
            end-if
            move f-dt-fim-pensao to pen-dt-fim
            perform 2960-marca-alteracao-pensao
            rewrite reg-arq-pensao-01
            perform 7100-grava-log-pensao
            exec html
               <script>
                   alert( 'Pensão encerrada em :pen-dt-fim' );
               </script>
            end-exec
            perform 8400-tela-pensao.
       2500-exit.
            exit.

      *>============================================================================================
       2800-abre section.
       2800.
            open i-o arqindexado01
            if   not ws-operacao-ok
                 exec html
                    <script>
                        alert( 'Erro :ws-resultado-acesso' );
                    </script>
                 end-exec
                 exit section
            end-if.
       2800-exit.
            exit.

      *>============================================================================================
       2805-abre-pensao section.
       2805.
            if   pensao-aberto
                 exit section
            end-if
            open i-o arqpensao01
            if   ws-pensao-inexistente
                 open output arqpensao01
                 close arqpensao01
                 open i-o arqpensao01
            end-if
            if   ws-pensao-ok
                 set  pensao-aberto to true
            else
                 exec html
                    <script>
                        alert( 'Erro no cadastro de pensões :ws-resultado-acesso-pensao' );
                    </script>
                 end-exec
            end-if.
       2805-exit.
            exit.

      *>============================================================================================
      *>            Beneficiário, CPF válido, dados bancários para o crédito
      *>            na remessa, forma de cálculo coerente e vigência.
      *>============================================================================================
       2900-valida-pensao section.
       2900.
            set  pensao-valida to true
            if   f-no-beneficiario = spaces
                 exec html
                    <script>
                        alert( 'Informe o nome do beneficiário' );
                    </script>
                 end-exec
                 set  pensao-invalida to true
                 exit section
            end-if

            move f-cp-beneficiario to ws-cpf-numero
            perform 2950-valida-cpf
            if   cpf-invalido
                 exec html
                    <script>
                        alert( 'CPF do beneficiário inválido' );
                    </script>
                 end-exec
                 set  pensao-invalida to true
                 exit section
            end-if

            if   f-cd-banco = zeros
            or   f-nu-conta = zeros
                 exec html
                    <script>
                        alert( 'Informe banco e conta do beneficiário para o crédito' );
                    </script>
                 end-exec
                 set  pensao-invalida to true
                 exit section
            end-if

            evaluate true
                when f-tp-calculo = "P"
                     if   f-pc-pensao = zeros
                     or   f-pc-pensao is greater than 10000
                     or   (f-tp-base not = "L" and f-tp-base not = "B")
                          exec html
                             <script>
                                 alert( 'Percentual deve ser de 0,01 a 100,00 e a base Líquido ou Bruto' );
                             </script>
                          end-exec
                          set  pensao-invalida to true
                          exit section
                     end-if
                when f-tp-calculo = "F"
                     if   f-vl-pensao = zeros
                          exec html
                             <script>
                                 alert( 'Informe o valor fixo da pensão' );
                             </script>
                          end-exec
                          set  pensao-invalida to true
                          exit section
                     end-if
                when other
                     exec html
                        <script>
                            alert( 'Selecione o tipo de cálculo da pensão' );
                        </script>
                     end-exec
                     set  pensao-invalida to true
                     exit section
            end-evaluate

            if   f-dt-inicio-pensao = zeros
            or   (f-dt-fim-pensao not = zeros
                  and f-dt-fim-pensao is less than f-dt-inicio-pensao)
                 exec html
                    <script>
                        alert( 'Informe início e fim válidos (AAAAMMDD; fim em branco = indeterminado)' );
                    </script>
                 end-exec
                 set  pensao-invalida to true
            end-if.
       2900-exit.
            exit.

      *>============================================================================================
       2950-valida-cpf section.
       2950.
            set  cpf-valido        to true

            if   ws-cpf-d1 = ws-cpf-d2 and ws-cpf-d1 = ws-cpf-d3
            and  ws-cpf-d1 = ws-cpf-d4 and ws-cpf-d1 = ws-cpf-d5
            and  ws-cpf-d1 = ws-cpf-d6 and ws-cpf-d1 = ws-cpf-d7
            and  ws-cpf-d1 = ws-cpf-d8 and ws-cpf-d1 = ws-cpf-d9
            and  ws-cpf-d1 = ws-cpf-d10 and ws-cpf-d1 = ws-cpf-d11
                 set  cpf-invalido to true
            end-if

            if   cpf-valido
                 compute ws-cpf-soma1 = (ws-cpf-d1 * 10) + (ws-cpf-d2 * 9)
                                       + (ws-cpf-d3 * 8) + (ws-cpf-d4 * 7)
                                       + (ws-cpf-d5 * 6) + (ws-cpf-d6 * 5)
                                       + (ws-cpf-d7 * 4) + (ws-cpf-d8 * 3)
                                       + (ws-cpf-d9 * 2)
                 divide ws-cpf-soma1 by 11 giving ws-cpf-quociente
                                             remainder ws-cpf-resto1
                 if   ws-cpf-resto1 is less than 2
                      move 0                       to ws-cpf-dv1
                 else
                      subtract ws-cpf-resto1 from 11 giving ws-cpf-dv1
                 end-if

                 compute ws-cpf-soma2 = (ws-cpf-d1 * 11) + (ws-cpf-d2 * 10)
                                       + (ws-cpf-d3 * 9) + (ws-cpf-d4 * 8)
                                       + (ws-cpf-d5 * 7) + (ws-cpf-d6 * 6)
                                       + (ws-cpf-d7 * 5) + (ws-cpf-d8 * 4)
                                       + (ws-cpf-d9 * 3) + (ws-cpf-dv1 * 2)
                 divide ws-cpf-soma2 by 11 giving ws-cpf-quociente
                                             remainder ws-cpf-resto2
                 if   ws-cpf-resto2 is less than 2
                      move 0                       to ws-cpf-dv2
                 else
                      subtract ws-cpf-resto2 from 11 giving ws-cpf-dv2
                 end-if

                 if   ws-cpf-dv1 not = ws-cpf-d10
                 or   ws-cpf-dv2 not = ws-cpf-d11
                      set  cpf-invalido to true
                 end-if
            end-if.
       2950-exit.
            exit.

      *>============================================================================================
       2960-marca-alteracao-pensao section.
       2960.
            accept ws-data-atual from date yyyymmdd
            accept ws-hora-atual from time
            move ws-data-atual   to pen-dt-alteracao
            move ws-hora-atual   to pen-hr-alteracao
            move f-op-login      to pen-op-alteracao.
       2960-exit.
            exit.

      *>============================================================================================
      *>            Abre USUARIO.CAD; se o arquivo ainda não existe, cria
      *>            com o supervisor inicial ADMIN/ADMIN, como no PROGRAMA01.
      *>============================================================================================
       2975-abre-usuario section.
       2975.
            open i-o arqusuario01
            if   ws-usuario-inexistente
                 open output arqusuario01
                 initialize reg-arq-usuario-01
                 move "ADMIN"       to usu-cd-login
                 move "Supervisor"  to usu-no-usuario
                 move "ADMIN"       to usu-senha
                 move "S"           to usu-perfil
                 write reg-arq-usuario-01
                 close arqusuario01
                 open i-o arqusuario01
            end-if.
       2975-exit.
            exit.

      *>============================================================================================
       2980-valida-operador section.
       2980.
            set  operador-nao-autenticado to true
            move spaces to ws-perfil-operador
            if   f-op-login = spaces
                 exit section
            end-if
            perform 2975-abre-usuario
            if   not ws-usuario-ok
                 exit section
            end-if
            move f-op-login to usu-cd-login
            read arqusuario01
            if   ws-usuario-ok
            and  usu-senha = f-op-senha
            and  usu-senha not = spaces
                 set  operador-autenticado to true
                 move usu-perfil to ws-perfil-operador
            end-if.
       2980-exit.
            exit.

      *>============================================================================================
      *>            Perfis: C = consulta (não grava), D = digitação e
      *>            S = supervisor incluem, excluem e encerram.
      *>============================================================================================
       2985-verifica-permissao section.
       2985.
            set  operacao-permitida to true
            evaluate f-opcao
                when 2
                when 3
                when 5
                     if   not operador-digitacao
                     and  not operador-supervisor
                          set  operacao-negada to true
                     end-if
            end-evaluate.
       2985-exit.
            exit.

      *>============================================================================================
       2936-neutraliza-operador section.
       2936.
            move f-op-login to ws-op-login-seguro
            move f-op-senha to ws-op-senha-seguro
            inspect ws-op-login-seguro replacing all "<" by space
                                                 all ">" by space
                                                 all '"' by space
                                                 all "'" by space
                                                 all "&" by space
            inspect ws-op-senha-seguro replacing all "<" by space
                                                 all ">" by space
                                                 all '"' by space
                                                 all "'" by space
                                                 all "&" by space.
       2936-exit.
            exit.

      *>============================================================================================
       2934-neutraliza-nome section.
       2934.
            move reg-no-funcionario to ws-no-funcionario-seguro
            inspect ws-no-funcionario-seguro replacing all "<" by space
                                                      all ">" by space
                                                      all '"' by space
                                                      all "'" by space
                                                      all "&" by space.
       2934-exit.
            exit.

      *>============================================================================================
       2935-neutraliza-beneficiario section.
       2935.
            move pen-no-beneficiario to ws-no-beneficiario-seguro
            inspect ws-no-beneficiario-seguro replacing all "<" by space
                                                       all ">" by space
                                                       all '"' by space
                                                       all "'" by space
                                                       all "&" by space.
       2935-exit.
            exit.

      *>============================================================================================
      *>            Uma linha no mesmo log sequencial do PROGRAMA01, com a
      *>            operação de pensão executada, para auditoria.
      *>============================================================================================
       7100-grava-log-pensao section.
       7100.
            accept ws-data-atual from date yyyymmdd
            accept ws-hora-atual from time
            open extend arqsequencial01
            move spaces to reg-arq-sequencial-01
            evaluate f-opcao
                when 2 move "IncluiuPen" to ws-ds-operacao-pensao
                when 3 move "ExcluiuPen" to ws-ds-operacao-pensao
                when 5 move "EncerrouPe" to ws-ds-operacao-pensao
            end-evaluate
            string ws-data-atual ";"
                   ws-hora-atual ";"
                   ws-ds-operacao-pensao ";"
                   f-op-login delimited by "   " ";"
                   pen-cd-funcionario ";"
                   pen-nu-sequencia ";"
                   pen-cp-beneficiario ";"
                   pen-cd-banco ";"
                   pen-nu-agencia ";"
                   pen-nu-conta ";"
                   pen-dt-inicio ";"
                   pen-dt-fim ";" into reg-arq-sequencial-01
            write reg-arq-sequencial-01
            close arqsequencial01.
       7100-exit.
            exit.

      *>============================================================================================
       3000-finalizacao section.
       3000.
            close arqindexado01 arqpensao01 arqusuario01.
       3000-exit.
            exit.

      *>============================================================================================
       8300-tela-login section.
       8300.
            exec html
               <INPUT type=hidden name=opcao>
               <TABLE width=100%>
                  <TR>
                     <TD class=titulocampo><CENTER>IDENTIFICACAO DO OPERADOR</CENTER></TD>
                  </TR>
                  <TR>
                     <TD>
                        <TABLE rules=none width=100% border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen>
                           <TR>
                              <TD colspan=2>&nbsp;</TD>
                           <TR>
                              <TD class=titulocampo>Operador&nbsp;</TD>
                              <TD><INPUT class="campo" name=opLogin tabIndex=1 size=10 maxlength=10></TD>
                           <TR>
                              <TD class=titulocampo>Senha&nbsp;</TD>
                              <TD><INPUT class="campo" type=password name=opSenha tabIndex=2 size=10 maxlength=10></TD>
                           <TR>
                              <TD colspan=2>&nbsp;</TD>
                        </TABLE>
                     </TD>
                  </TR>
                  <TR>
                     <TD>
                        <BUTTON name=BotEntrar AccessKEY="E" tabIndex=3 onClick="Entrar();"><LABEL><U>E</U>ntrar</LABEL></BUTTON>
                     </TD>
                  </TR>
               </TABLE>
            end-exec

            exec html
               <SCRIPT>
                   function Entrar(){
                       document.all.opcao.value = 14;
                       document.form1.submit();
                   }
               </SCRIPT>
            end-exec.
       8300-exit.
            exit.

      *>============================================================================================
       8000-tela section.
       8000.
            perform 2936-neutraliza-operador
            exec html
               <INPUT type=hidden name=opcao>
               <INPUT type=hidden name=opLogin value=":ws-op-login-seguro">
               <INPUT type=hidden name=opSenha value=":ws-op-senha-seguro">
               <TABLE width=100%>
                  <TR>
                     <TD class=titulocampo><CENTER>PENSAO ALIMENTICIA</CENTER></TD>
                  <TR>
                     <TD>
                        <TABLE rules=none width=100% border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen>
                           <TR>
                              <TD colspan=2>&nbsp;</TD>
                           <TR>
                              <TD class=titulocampo>Código do Funcionário&nbsp;</TD>
                              <TD><INPUT class="campo" name=cdFuncionario tabIndex=1 size=07 maxlength=7 onKeyPress="return SomenteNumeros();"></TD>
                           <TR>
                              <TD colspan=2>&nbsp;</TD>
                        </TABLE>
                     </TD>
                  </TR>
                  <TR>
                     <TD>
                        <BUTTON name=BotCarregar AccessKEY="C" tabIndex=2 onClick="Carregar();"><LABEL><U>C</U>arregar</LABEL></BUTTON>
                     </TD>
                  </TR>
               </TABLE>
            end-exec

            exec html
               <SCRIPT>
                   function Carregar(){
                       document.all.opcao.value = 4;
                       document.form1.submit();
                   }
               </SCRIPT>
            end-exec.
       8000-exit.
            exit.

      *>============================================================================================
       8400-tela-pensao section.
       8400.
            perform 8410-tela-pensao-topo
            if   pensao-aberto
                 move reg-cd-funcionario to pen-cd-funcionario
                 move zeros              to pen-nu-sequencia
                 start arqpensao01 key is not less than pen-chave
                 if   ws-pensao-ok
                      read arqpensao01 next
                      perform 8420-tela-pensao-linha
                         thru 8420-tela-pensao-linha-exit
                         until not ws-pensao-ok
                         or    pen-cd-funcionario not = reg-cd-funcionario
                 end-if
            end-if
            perform 8430-tela-pensao-rodape.
       8400-exit.
            exit.

      *>============================================================================================
       8410-tela-pensao-topo section.
       8410.
            perform 2934-neutraliza-nome
            perform 2936-neutraliza-operador
            exec html
               <INPUT type=hidden name=opcao>
               <INPUT type=hidden name=cdFuncionario value=":reg-cd-funcionario">
               <INPUT type=hidden name=nuSequencia>
               <INPUT type=hidden name=opLogin value=":ws-op-login-seguro">
               <INPUT type=hidden name=opSenha value=":ws-op-senha-seguro">
               <TABLE width=100%>
                  <TR>
                     <TD class=titulocampo><CENTER>PENSOES ALIMENTICIAS DO FUNCIONARIO</CENTER></TD>
                  </TR>
                  <TR>
                     <TD>
                        <TABLE rules=all width=100% border=1 cellspacing=0 cellpadding=2 class=WindowScreen>
                           <TR>
                              <TD class=titulocampo>Código&nbsp;</TD>
                              <TD>:reg-cd-funcionario</TD>
                              <TD class=titulocampo>Nome&nbsp;</TD>
                              <TD>:ws-no-funcionario-seguro</TD>
                              <TD class=titulocampo>Situação&nbsp;</TD>
                              <TD>:reg-sit-funcionario</TD>
                           </TR>
                        </TABLE>
                     </TD>
                  </TR>
                  <TR>
                     <TD>
                        <TABLE rules=all width=100% border=1 cellspacing=0 cellpadding=2 class=WindowScreen>
                           <TR class=titulocampo>
                              <TD>Seq</TD>
                              <TD>Beneficiário</TD>
                              <TD>CPF</TD>
                              <TD>Bco/Agência/Conta</TD>
                              <TD>Cálculo</TD>
                              <TD>Início</TD>
                              <TD>Fim</TD>
                              <TD>&nbsp;</TD>
                              <TD>&nbsp;</TD>
                           </TR>
            end-exec.
       8410-exit.
            exit.

      *>============================================================================================
       8420-tela-pensao-linha section.
       8420.
            perform 2935-neutraliza-beneficiario
            move spaces to ws-ds-calculo-pensao
            if   pensao-percentual
                 move pen-pc-pensao to wpe-pc-pensao
                 if   pensao-sobre-bruto
                      string wpe-pc-pensao "% do bruto"
                             delimited by size into ws-ds-calculo-pensao
                 else
                      string wpe-pc-pensao "% do líquido"
                             delimited by size into ws-ds-calculo-pensao
                 end-if
            else
                 move pen-vl-pensao to wpe-vl-pensao
                 string "Fixo " wpe-vl-pensao
                        delimited by size into ws-ds-calculo-pensao
            end-if
            exec html
                           <TR>
                              <TD>:pen-nu-sequencia</TD>
                              <TD>:ws-no-beneficiario-seguro</TD>
                              <TD>:pen-cp-beneficiario</TD>
                              <TD>:pen-cd-banco / :pen-nu-agencia / :pen-nu-conta-:pen-dv-conta</TD>
                              <TD>:ws-ds-calculo-pensao</TD>
                              <TD>:pen-dt-inicio</TD>
                              <TD>:pen-dt-fim</TD>
                              <TD><BUTTON onClick="EncerrarPensao(':pen-nu-sequencia');">Encerrar</BUTTON></TD>
                              <TD><BUTTON onClick="ExcluirPensao(':pen-nu-sequencia');">Excluir</BUTTON></TD>
                           </TR>
            end-exec
            read arqpensao01 next.
       8420-tela-pensao-linha-exit.
            exit.

      *>============================================================================================
       8430-tela-pensao-rodape section.
       8430.
            exec html
                        </TABLE>
                     </TD>
                  </TR>
                  <TR>
                     <TD>
                        <TABLE rules=none width=100% border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen>
                           <TR>
                              <TD class=titulocampo>Beneficiário&nbsp;</TD>
                              <TD colspan=3><INPUT class="campo" name=noBeneficiario tabIndex=1 size=30 maxlength=30></TD>
                              <TD class=titulocampo>CPF&nbsp;</TD>
                              <TD><INPUT class="campo" name=cpBeneficiario tabIndex=2 size=11 maxlength=11 onKeyPress="return SomenteNumeros();"></TD>
                           </TR>
                           <TR>
                              <TD class=titulocampo>Banco&nbsp;</TD>
                              <TD><INPUT class="campo" name=cdBanco tabIndex=3 size=03 maxlength=3 onKeyPress="return SomenteNumeros();"></TD>
                              <TD class=titulocampo>Agência&nbsp;</TD>
                              <TD><INPUT class="campo" name=nuAgencia tabIndex=4 size=05 maxlength=5 onKeyPress="return SomenteNumeros();"></TD>
                              <TD class=titulocampo>Conta / DV&nbsp;</TD>
                              <TD><INPUT class="campo" name=nuConta tabIndex=5 size=10 maxlength=10 onKeyPress="return SomenteNumeros();">
                                  <INPUT class="campo" name=dvConta tabIndex=6 size=01 maxlength=1></TD>
                           </TR>
                           <TR>
                              <TD class=titulocampo>Tipo de Conta&nbsp;</TD>
                              <TD><SELECT class="campo" name=tpConta tabIndex=7 >
                              <OPTION value="">Selecionar</OPTIONS>
                              <OPTION value="C">Corrente</OPTIONS>
                              <OPTION value="P">Poupança</OPTIONS>
                              </SELECT></TD>
                              <TD class=titulocampo>Cálculo&nbsp;</TD>
                              <TD><SELECT class="campo" name=tpCalculo tabIndex=8 >
                              <OPTION value="">Selecionar</OPTIONS>
                              <OPTION value="P">Percentual</OPTIONS>
                              <OPTION value="F">Valor fixo</OPTIONS>
                              </SELECT></TD>
                              <TD class=titulocampo>Base (percentual)&nbsp;</TD>
                              <TD><SELECT class="campo" name=tpBase tabIndex=9 >
                              <OPTION value="">Selecionar</OPTIONS>
                              <OPTION value="L">Líquido</OPTIONS>
                              <OPTION value="B">Bruto</OPTIONS>
                              </SELECT></TD>
                           </TR>
                           <TR>
                              <TD class=titulocampo>Percentual (centésimos)&nbsp;</TD>
                              <TD><INPUT class="campo" name=pcPensao tabIndex=10 size=05 maxlength=5 onKeyPress="return SomenteNumeros();"></TD>
                              <TD class=titulocampo>Valor fixo (centavos)&nbsp;</TD>
                              <TD colspan=3><INPUT class="campo" name=vlPensao tabIndex=11 size=09 maxlength=9 onKeyPress="return SomenteNumeros();"></TD>
                           </TR>
                           <TR>
                              <TD class=titulocampo>Início (AAAAMMDD)&nbsp;</TD>
                              <TD><INPUT class="campo" name=dtInicioPensao tabIndex=12 size=08 maxlength=08 onKeyPress="return SomenteNumeros();"></TD>
                              <TD class=titulocampo>Fim (AAAAMMDD)&nbsp;</TD>
                              <TD colspan=3><INPUT class="campo" name=dtFimPensao tabIndex=13 size=08 maxlength=08 onKeyPress="return SomenteNumeros();"></TD>
                           </TR>
                        </TABLE>
                     </TD>
                  </TR>
                  <TR>
                     <TD>
                        <BUTTON name=BotIncluir tabIndex=14 onClick="IncluirPensao();">Incluir</BUTTON>
                        <BUTTON name=BotVoltarPen tabIndex=15 onClick="VoltarPensao();">Voltar</BUTTON>
                     </TD>
                  </TR>
               </TABLE>
            end-exec

            exec html
               <SCRIPT>
                   function IncluirPensao(){
                       document.all.opcao.value = 2;
                       document.form1.submit();
                   }
                   function EncerrarPensao(sequencia){
                       document.all.nuSequencia.value = sequencia;
                       document.all.opcao.value = 5;
                       document.form1.submit();
                   }
                   function ExcluirPensao(sequencia){
                       document.all.nuSequencia.value = sequencia;
                       document.all.opcao.value = 3;
                       document.form1.submit();
                   }
                   function VoltarPensao(){
                       document.all.opcao.value = 4;
                       document.form1.submit();
                   }
               </SCRIPT>
            end-exec.
       8430-exit.
            exit.

      *>
