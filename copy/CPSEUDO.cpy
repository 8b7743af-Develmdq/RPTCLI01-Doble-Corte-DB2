      ******************************************************************
      * CPSEUDO - SEUDONIMO FIJO CON QUE OLVCLI01 REEMPLAZA EL NOMAPE  *
      * DE LOS CLIENTES QUE EJERCIERON EL DERECHO DE SUPRESION. LOS    *
      * PROGRAMAS QUE COMPARAN NOMBRES (DUPCLI01) LO EXCLUYEN, PORQUE  *
      * ES EL MISMO PARA TODOS LOS CLIENTES SUPRIMIDOS                 *
      ******************************************************************
       01 WS-SEUDONIMO       PIC X(40)    VALUE 'CLIENTE SUPRIMIDO'.
