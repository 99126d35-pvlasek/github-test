      * widened with the version-2 saledtl.cpy expansion so a big
      * industrial invoice still rolls up without overflow
          05  ar-amount         pic s9(9)v99  comp-3.
      * dispute hold, set and cleared only by the car253 dispute run -
      * the reason code and the date the customer raised it; blank
      * (every item before the hold existed) is not disputed.  a
      * disputed item is left off car226 dunning, car227 finance
      * charges and the car270 credit hold, and is shown apart on
      * the car215/car216/car228 aging
          05  ar-dispute.
              10  ar-disp-reason    pic x(2).
                  88  ar-not-disputed      value spaces.
              10  ar-disp-date      pic 9(6).
