      ******************************************************************
      * APRCLI1 - MAPA SIMBOLICO DE LA PANTALLA DE APROBACION DE       *
      * SOLICITUDES DE MANTENIMIENTO DE CLIENTE                        *
      * GENERADO A PARTIR DEL MAPSET APRCLI1 (MAPA APRCLI1)             *
      ******************************************************************
       01  APRCLI1I.
           02  FILLER            PIC X(12).
           02  NROSOLL           COMP PIC S9(4).
           02  NROSOLF           PIC X.
           02  FILLER REDEFINES NROSOLF.
               03  NROSOLA       PIC X.
           02  NROSOLI           PIC X(09).
           02  ACCIONL           COMP PIC S9(4).
           02  ACCIONF           PIC X.
           02  FILLER REDEFINES ACCIONF.
               03  ACCIONA       PIC X.
           02  ACCIONI           PIC X(11).
           02  NROCLIL           COMP PIC S9(4).
           02  NROCLIF           PIC X.
           02  FILLER REDEFINES NROCLIF.
               03  NROCLIA       PIC X.
           02  NROCLII           PIC X(09).
           02  USRSOLL           COMP PIC S9(4).
           02  USRSOLF           PIC X.
           02  FILLER REDEFINES USRSOLF.
               03  USRSOLA       PIC X.
           02  USRSOLI           PIC X(08).
           02  FECSOLL           COMP PIC S9(4).
           02  FECSOLF           PIC X.
           02  FILLER REDEFINES FECSOLF.
               03  FECSOLA       PIC X.
           02  FECSOLI           PIC X(19).
           02  ACTNOML           COMP PIC S9(4).
           02  ACTNOMF           PIC X.
           02  FILLER REDEFINES ACTNOMF.
               03  ACTNOMA       PIC X.
           02  ACTNOMI           PIC X(40).
           02  ACTFECL           COMP PIC S9(4).
           02  ACTFECF           PIC X.
           02  FILLER REDEFINES ACTFECF.
               03  ACTFECA       PIC X.
           02  ACTFECI           PIC X(10).
           02  ACTSEXL           COMP PIC S9(4).
           02  ACTSEXF           PIC X.
           02  FILLER REDEFINES ACTSEXF.
               03  ACTSEXA       PIC X.
           02  ACTSEXI           PIC X(01).
           02  NVONOML           COMP PIC S9(4).
           02  NVONOMF           PIC X.
           02  FILLER REDEFINES NVONOMF.
               03  NVONOMA       PIC X.
           02  NVONOMI           PIC X(40).
           02  NVOFECL           COMP PIC S9(4).
           02  NVOFECF           PIC X.
           02  FILLER REDEFINES NVOFECF.
               03  NVOFECA       PIC X.
           02  NVOFECI           PIC X(10).
           02  NVOSEXL           COMP PIC S9(4).
           02  NVOSEXF           PIC X.
           02  FILLER REDEFINES NVOSEXF.
               03  NVOSEXA       PIC X.
           02  NVOSEXI           PIC X(01).
           02  MOTIVOL           COMP PIC S9(4).
           02  MOTIVOF           PIC X.
           02  FILLER REDEFINES MOTIVOF.
               03  MOTIVOA       PIC X.
           02  MOTIVOI           PIC X(40).
           02  MENSAJL           COMP PIC S9(4).
           02  MENSAJF           PIC X.
           02  FILLER REDEFINES MENSAJF.
               03  MENSAJA       PIC X.
           02  MENSAJI           PIC X(79).

       01  APRCLI1O REDEFINES APRCLI1I.
           02  FILLER            PIC X(12).
           02  FILLER            PIC X(03).
           02  NROSOLO           PIC X(09).
           02  FILLER            PIC X(03).
           02  ACCIONO           PIC X(11).
           02  FILLER            PIC X(03).
           02  NROCLIO           PIC X(09).
           02  FILLER            PIC X(03).
           02  USRSOLO           PIC X(08).
           02  FILLER            PIC X(03).
           02  FECSOLO           PIC X(19).
           02  FILLER            PIC X(03).
           02  ACTNOMO           PIC X(40).
           02  FILLER            PIC X(03).
           02  ACTFECO           PIC X(10).
           02  FILLER            PIC X(03).
           02  ACTSEXO           PIC X(01).
           02  FILLER            PIC X(03).
           02  NVONOMO           PIC X(40).
           02  FILLER            PIC X(03).
           02  NVOFECO           PIC X(10).
           02  FILLER            PIC X(03).
           02  NVOSEXO           PIC X(01).
           02  FILLER            PIC X(03).
           02  MOTIVOO           PIC X(40).
           02  FILLER            PIC X(03).
           02  MENSAJO           PIC X(79).
