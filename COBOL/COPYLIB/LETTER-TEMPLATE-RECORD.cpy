      * 15/10/2026 NM - NEW COPYBOOK. ONE LINE OF A CUSTOMER LETTER'S
      *   WORDING ON LETTER-TEMPLATES.dat, MAINTAINED THROUGH FILES-34
      *   WITH THE RATE TABLES SO THE WORDING CAN CHANGE WITHOUT A
      *   RECOMPILE. A LETTER IS ALL THE LINES UNDER ONE CODE, PRINTED
      *   IN LINE-NUMBER ORDER UNDER THE ADDRESS BLOCK, THE REFERENCE
      *   AND THE PARTICULARS OF THE EVENT THAT THE FILES-69
      *   CORRESPONDENCE RUN PRINTS ITSELF. A LINE OF SPACES IS A BLANK
      *   LINE BETWEEN PARAGRAPHS. THE CODES ARE THE EVENTS FILES-69
      *   WRITES TO CUSTOMERS ABOUT. THE LINE FITS THE WIDENED
      *   RATES-JOURNAL IMAGE WHOLE.
           01 LTP-TEMPLATE-RECORD.
               02 LTP-LETTER-CODE     PIC X(2).
                   88 LTP-CODE-WELCOME    VALUE "WE".
                   88 LTP-CODE-ADDRESS    VALUE "AD".
                   88 LTP-CODE-LIMIT      VALUE "CL".
                   88 LTP-CODE-CLOSED     VALUE "CX".
                   88 LTP-CODE-ACCOUNT    VALUE "AX".
                   88 LTP-CODE-KNOWN      VALUE "WE" "AD" "CL" "CX"
                                                "AX".
               02 LTP-LINE-NUMBER     PIC 9(2).
               02 LTP-TEXT            PIC X(60).
