       data division.
       file section.
       fd  name-list-file.
       01  name-list-record.
      *> Name, then the visit reason and owner id the greeter queues
      *> the visitor under -- a list of bare names still reads, each
      *> one checked in as a walk-in for the teller line.
           05  nlr-name         pic x(20).
           05  nlr-visit-reason pic x(1).
           05  filler           pic x(1).
           05  nlr-owner-id     pic x(10).

       working-storage section.
       01 an-obj type MyClass.
           88 name-input-valid   value "Y".
           88 name-input-invalid value "N".
       01 ws-language-code pic x(2) value "EN".
       01 ws-visit-reason pic x(1).
           88 visit-reason-valid value "T" "N" "L" "C".
       01 ws-visitor-owner-id pic x(10).

       procedure division.
           display "Run in batch mode from NAMELIST? (Y/N)"
           perform prompt-for-name until name-input-valid
           set an-obj to new MyClass(your-name)
           invoke an-obj::SayHello(ws-language-code)
           perform prompt-for-visit-reason
           display "Owner id, if a customer (blank for none)."
           accept ws-visitor-owner-id
           invoke an-obj::CheckIn(ws-visit-reason, ws-visitor-owner-id)
           .

       prompt-for-visit-reason.
           move space to ws-visit-reason
           perform ask-visit-reason until visit-reason-valid
           .

       ask-visit-reason.
           display "Reason for visit -- T=teller N=new account L=loan"
               " C=complaint"
           accept ws-visit-reason
           inspect ws-visit-reason converting "tnlc" to "TNLC"
           if not visit-reason-valid
               display "Error: reason must be T, N, L or C."
           end-if
           .

       prompt-for-name.
           .

       greet-one-name.
           move nlr-name to your-name
           set an-obj to new MyClass(your-name)
           invoke an-obj::SayHello(ws-language-code)
           invoke an-obj::CheckIn(nlr-visit-reason, nlr-owner-id)
           perform read-next-name
           .

