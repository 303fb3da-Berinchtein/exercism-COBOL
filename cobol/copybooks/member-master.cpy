       05 MM-CHANNEL             PIC X.
          88 MM-PREFERS-PHONE    VALUE "P".
          88 MM-PREFERS-EMAIL    VALUE "E".
       05 MM-VOLUNTEER           PIC X.
          88 MM-IN-VOLUNTEER-POOL VALUE "Y".
       05 MM-NEWS-OPT-OUT        PIC X.
          88 MM-NEWS-OPTED-OUT   VALUE "Y".
